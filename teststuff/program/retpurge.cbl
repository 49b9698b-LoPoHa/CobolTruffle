       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPURGE.
      *
      *
      * DATA-PROTECTION RETENTION PURGE FOR CLOSED ACCOUNTS. A CLOSED
      * ACCOUNT STAYS ON THE MASTER, AND ITS HISTORY IN BALSNAP,
      * POSTEDTX AND THE POSTING ARCHIVE, STATHIST AND THE
      * TRANSACTION ARCHIVE, AND THE MASTER JOURNAL, FOR AS LONG AS
      * ANYTHING MIGHT ASK ABOUT IT - BUT THE POLICY ALLOWS THE
      * PERSONAL DATA TO BE KEPT ONLY SO MANY YEARS AFTER CLOSURE.
      * THIS JOB TAKES THE RETENTION PERIOD (WHOLE YEARS) ON SYSIN AND
      * REMOVES EVERY CUSTOMER ACCOUNT CLOSED ON OR BEFORE THE RUN
      * DATE SET BACK BY IT:
      *
      * THE ACCOUNT IS DELETED FROM THE MASTER, AND ITS OWNER FROM
      * THE CUSTOMER MASTER WHEN IT OWNS NOTHING ELSE THERE.
      *
      * EVERY HISTORY RECORD NAMING THE ACCOUNT - ON ITS OWN SIDE OR
      * AS A TRANSFER'S COUNTER ACCOUNT - IS COPIED TO THE FILE'S NEW
      * GENERATION WITH THE KEY REPLACED BY A SURROGATE THAT CAN NO
      * LONGER BE TRACED BACK. NOTHING ELSE IN THE RECORD CHANGES AND
      * NO RECORD IS ADDED OR DROPPED, SO EVERY TOTAL STILL
      * RECONCILES. THE MASTER JOURNAL'S IMAGES OF THE ACCOUNT ALSO
      * LOSE THE OWNER'S CUSTOMER NUMBER, AND THE DELETE FROM THE
      * MASTER IS JOURNALLED THE SAME WAY, UNDER THE SURROGATE.
      * THE JCL RENAMES EACH -N DATASET INTO PLACE ONCE
      * THE STEP ENDS CLEAN, THE WAY IT DOES ACCTRBLD'S ACCTMSTN.
      * THE AUDIT TRAIL IS LEFT AS IT IS, SO ITS CHAIN STILL
      * RECONCILES; THE PURGE'S OWN ENTRIES NAME THE SURROGATES.
      *
      * AN ACCOUNT WITH MONEY ON IT, AN ACTIVE HOLD, A CUSTOMER
      * DISPUTE STILL OPEN, OR AN UNCLAIMED-PROPERTY ENTRY STILL
      * NOTICED OR HANDED OVER IS REFUSED, LISTED AND LEFT FOR A
      * LATER RUN. EACH PURGE IS RECORDED UNDER ITS SURROGATE ON THE
      * RETENTION REGISTER AND PRINTED ON THE CERTIFICATE.
      *
      * THE JOB REWRITES THE POSTING TRAIL AND THE ARCHIVE, SO LIKE
      * BIGPURGE IT REFUSES TO RUN WHILE THE RUN-LOCK SAYS TEST IS
      * MID-FLIGHT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME COPYBOOK FIELDS
      * FLOW THROUGH THIS PROGRAM AND MUST EDIT THE SAME WAY.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCOUNT-MASTER - WALKED TWICE IN KEY ORDER, THEN THE PURGED
      * ACCOUNTS ARE DELETED BY KEY.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
           SELECT HOLD-MASTER ASSIGN TO "HOLDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-WIDE-KEY
               ALTERNATE RECORD KEY IS HOLD-KEY
                   WITH DUPLICATES.
      * OPTIONAL - THE REGISTER ONLY EXISTS ONCE ESCHEAT HAS RUN.
           SELECT OPTIONAL ESCHEAT-REGISTER ASSIGN TO "ESCHREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ESCHEAT-ACCOUNT-KEY.
      * OPTIONAL - THE FILE ONLY EXISTS ONCE DSPTMNT HAS OPENED A
      * DISPUTE.
           SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISPUTE-NUMBER.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BALANCE-SNAPSHOT-NEW ASSIGN TO "BALSNAPN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTED-TRANSACTIONS-NEW ASSIGN TO "POSTEDTN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-HISTORY-NEW ASSIGN TO "STATHISN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - EMPTY UNTIL POSTROLL'S FIRST ROLL-OFF.
           SELECT OPTIONAL POSTING-ARCHIVE ASSIGN TO "PTXNARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSTING-ARCHIVE-NEW ASSIGN TO "PTXNARCN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-ARCHIVE ASSIGN TO "DTXNARCH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSACTION-ARCHIVE-NEW ASSIGN TO "DTXNARCN"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPTIONAL - EMPTY UNTIL THE FIRST PURGE.
           SELECT OPTIONAL RETENTION-REGISTER ASSIGN TO "RETNREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-CERTIFICATE ASSIGN TO "RETNCERT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * RUN-LOCK - HELD BY TEST FROM START-UP UNTIL ITS COMPLETION
      * FLAG IS WRITTEN.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - EVERY PROGRAM'S BEFORE AND AFTER
      * IMAGES OF THE MASTER; COPIED TO ITS NEW GENERATION WITH THE
      * PURGED ACCOUNTS' IMAGES RE-KEYED, AND THIS RUN'S DELETES ON
      * THE END.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-JOURNAL-NEW ASSIGN TO "MSTJRNLN"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDRECORD.
      *
       FD  ESCHEAT-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY ESCHEATREGISTER.
      *
       FD  DISPUTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DISPUTEMASTER.
      *
      * EACH NEW GENERATION IS WRITTEN FROM THE OLD ONE'S RECORD, SO
      * ITS RECORD IS ONLY THE RIGHT LENGTH HERE.
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  BALANCE-SNAPSHOT-NEW
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-SNAPSHOT-NEW-RECORD     PIC X(31).
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  POSTED-TRANSACTIONS-NEW
           LABEL RECORDS ARE STANDARD.
       01  POSTED-TRANSACTION-NEW-RECORD   PIC X(57).
      *
      * KEEP THIS VIEW IN STEP WITH POSTEDTXN - THE POSTING ARCHIVE
      * HOLDS THE TRAIL'S RECORDS AS THEY WERE ROLLED OFF.
       FD  POSTING-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  POSTING-ARCHIVE-RECORD.
        05       PARCH-STRING-PART1      PIC X(4).
        05       FILLER                  PIC X(21).
        05       PARCH-AMOUNT            PIC S9(7)V99.
        05       PARCH-STRING-TYPE       PIC X.
        05       FILLER                  PIC X(3).
        05       PARCH-COUNTER-KEY       PIC X(5).
        05       PARCH-WIDE-KEY          PIC X(7).
        05       PARCH-COUNTER-WIDE-KEY  PIC X(7).
      *
       FD  POSTING-ARCHIVE-NEW
           LABEL RECORDS ARE STANDARD.
       01  POSTING-ARCHIVE-NEW-RECORD      PIC X(57).
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  STATUS-HISTORY-NEW
           LABEL RECORDS ARE STANDARD.
       01  STATUS-HISTORY-NEW-RECORD       PIC X(33).
      *
      * KEEP THIS LAYOUT IN STEP WITH ARCHIVE-RECORD IN DTXARCH AND
      * ARCHINQ. THE DETAIL VIEW PICKS OUT OF THE ARCHIVED 80 BYTES
      * THE PARTS OF TEST'S DAILY-TRANSACTIONS-RECORD THAT NAME AN
      * ACCOUNT; THE FEED'S "HDR"/"TRL" CONTROL RECORDS NEVER MATCH.
       FD  TRANSACTION-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD.
        05       ARCHIVE-DATE            PIC 9(8).
        05       ARCHIVE-DATA            PIC X(80).
       01  ARCHIVE-DETAIL-VIEW.
        05       FILLER                  PIC X(8).
        05       ARCH-STRING-PART1       PIC X(4).
        05       FILLER                  PIC X(13).
        05       ARCH-CHECK-DIGIT        PIC X.
        05       FILLER                  PIC X(18).
        05       ARCH-STRING-TYPE        PIC X.
        05       ARCH-COUNTER-ACCOUNT-KEY PIC X(5).
        05       FILLER                  PIC X(12).
        05       ARCH-WIDE-ACCOUNT-KEY   PIC X(7).
        05       ARCH-WIDE-COUNTER-KEY   PIC X(7).
        05       FILLER                  PIC X(12).
      *
       FD  TRANSACTION-ARCHIVE-NEW
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-NEW-RECORD              PIC X(88).
      *
       FD  RETENTION-REGISTER
           LABEL RECORDS ARE STANDARD.
           COPY RETENTIONREGISTER.
      *
       FD  PURGE-CERTIFICATE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-CERTIFICATE-LINE          PIC X(132).
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
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  MASTER-JOURNAL-NEW
           LABEL RECORDS ARE STANDARD.
       01  MASTER-JOURNAL-NEW-RECORD       PIC X(182).
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-ACCOUNT-MASTER        VALUE "Y".
       01  ACCOUNT-HOLDS-SWITCH         PIC X VALUE "N".
         88      END-OF-ACCOUNT-HOLDS         VALUE "Y".
       01  ACTIVE-HOLD-SWITCH           PIC X VALUE "N".
         88      ACTIVE-HOLD-FOUND            VALUE "Y".
       01  DISPUTE-SCAN-SWITCH          PIC X VALUE "N".
         88      END-OF-DISPUTE-SCAN          VALUE "Y".
       01  OPEN-DISPUTE-SWITCH          PIC X VALUE "N".
         88      OPEN-DISPUTE-FOUND           VALUE "Y".
       01  SNAPSHOT-SWITCH              PIC X VALUE "N".
         88      END-OF-SNAPSHOTS             VALUE "Y".
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS   VALUE "Y".
       01  POSTING-ARCHIVE-SWITCH       PIC X VALUE "N".
         88      END-OF-POSTING-ARCHIVE       VALUE "Y".
       01  STATUS-HISTORY-SWITCH        PIC X VALUE "N".
         88      END-OF-STATUS-HISTORY        VALUE "Y".
       01  ARCHIVE-SWITCH               PIC X VALUE "N".
         88      END-OF-ARCHIVE               VALUE "Y".
       01  RETENTION-REGISTER-SWITCH    PIC X VALUE "N".
         88      END-OF-RETENTION-REGISTER    VALUE "Y".
       01  RUN-LOCK-SWITCH              PIC X VALUE "N".
         88      END-OF-RUN-LOCK              VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG             VALUE "Y".
       01  MASTER-JOURNAL-SWITCH        PIC X VALUE "N".
         88      END-OF-MASTER-JOURNAL        VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      *
      * RETENTION-YEARS - WHOLE YEARS A CLOSED ACCOUNT IS KEPT, KEYED
      * ON SYSIN. ZERO REFUSES THE RUN - IT WOULD PURGE AN ACCOUNT
      * CLOSED THIS MORNING.
       01  RETENTION-YEARS              PIC 9(2) VALUE ZERO.
      * THE LATEST CLOSED DATE THAT FALLS DUE - THE RUN DATE SET BACK
      * BY THE RETENTION PERIOD.
       01  CUTOFF-DATE                  PIC 9(8) VALUE ZERO.
       01  CUTOFF-DATE-PARTS REDEFINES CUTOFF-DATE.
        05       CUTOFF-YEAR             PIC 9(4).
        05       FILLER                  PIC 9(4).
      *
      * PURGE TABLE - THE ACCOUNTS GOING IN THIS RUN, THEIR
      * SURROGATES, WHETHER THE OWNER STAYS, AND HOW MANY RECORDS
      * OF EACH HISTORY FILE WERE REWRITTEN UNDER THE SURROGATE.
      * ACCOUNTS PAST THE TABLE'S SIZE WAIT FOR A LATER RUN.
       01  PURGE-TABLE.
        05       PURGE-ENTRY OCCURS 500 TIMES.
         10      PRG-ACCOUNT-KEY         PIC X(5).
      * THE MASTER'S RECORD KEY, FOR THE DELETE.
         10      PRG-WIDE-KEY            PIC X(7).
         10      PRG-SURROGATE-KEY       PIC X(5).
         10      PRG-CUSTOMER            PIC X(8).
         10      PRG-ENTITY              PIC X(2).
         10      PRG-CLOSED-DATE         PIC 9(8).
      * "Y" ONCE THE OWNER IS FOUND OWNING AN ACCOUNT THAT STAYS.
         10      PRG-CUSTOMER-KEPT       PIC X.
         10      PRG-CUSTOMER-REMOVED    PIC X.
         10      PRG-SNAPSHOT-COUNT      PIC 9(6).
         10      PRG-POSTING-COUNT       PIC 9(6).
         10      PRG-STATUS-COUNT        PIC 9(6).
         10      PRG-ARCHIVE-COUNT       PIC 9(6).
         10      PRG-JOURNAL-COUNT       PIC 9(6).
      * THE MASTER RECORD AS SELECTED, FOR THE DELETE'S JOURNAL
      * ENTRY; "Y" ONCE THE DELETE HAS BEEN MADE.
         10      PRG-MASTER-IMAGE        PIC X(64).
         10      PRG-MASTER-DELETED      PIC X.
       01  PURGE-COUNT                  PIC 9(4) VALUE ZERO.
       01  PURGE-IDX                    PIC 9(4) VALUE 1.
       01  PURGE-FOUND-IDX              PIC 9(4) VALUE ZERO.
      * ONLY THE FIRST FOUR BYTES ARE MATCHED - THE CHECK DIGIT
      * FOLLOWS FROM THEM, AND THE POSTING TRAIL DOES NOT CARRY IT.
       01  PURGE-WANTED-PART1           PIC X(4) VALUE SPACES.
       01  PURGE-WANTED-WIDE-KEY        PIC X(7) VALUE SPACES.
       01  PURGE-WANTED-CUSTOMER        PIC X(8) VALUE SPACES.
      *
      * SURROGATE WORK - THE NEXT SURROGATE IS DRAWN FROM THE NUMBER
      * OF PURGES ON THE REGISTER: THE THOUSANDS PICK THE LETTER,
      * THE REST IS THE NUMBER. 26.000 SURROGATES IN ALL.
       01  SURROGATE-SEQUENCE           PIC 9(5) VALUE ZERO.
       01  SURROGATE-SEQUENCE-LIMIT     PIC 9(5) VALUE 26000.
       01  SURROGATE-LETTERS            PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  SURROGATE-LETTER-IDX         PIC 9(2) VALUE ZERO.
       01  SURROGATE-NUMBER             PIC 9(3) VALUE ZERO.
       01  SURROGATE-KEY-WORK           PIC X(5) VALUE SPACES.
      *
      * THE ACCOUNT UNDER SELECTION - WHY IT IS REFUSED.
       01  PURGE-REFUSAL-NOTE           PIC X(20) VALUE SPACES.
       01  PURGE-REFUSAL-CODE           PIC X(4) VALUE SPACES.
      *
      * RUN COUNTS AND TOTALS. THE IN AND OUT COUNTS OF EACH HISTORY
      * FILE, AND THE AMOUNT TOTALS OF THE TWO THAT CARRY MONEY, GO
      * ON THE CERTIFICATE TO SHOW NOTHING BUT THE KEYS MOVED.
       01  ACCOUNTS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-DUE-COUNT           PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-REFUSED-COUNT       PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-DEFERRED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-REMOVED-COUNT       PIC 9(8) VALUE ZERO.
       01  CUSTOMERS-REMOVED-COUNT      PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-READ-COUNT         PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-WRITTEN-COUNT      PIC 9(8) VALUE ZERO.
       01  SNAPSHOTS-REPLACED-COUNT     PIC 9(8) VALUE ZERO.
       01  SNAPSHOT-TOTAL-IN            PIC S9(13)V99 VALUE ZERO.
       01  SNAPSHOT-TOTAL-OUT           PIC S9(13)V99 VALUE ZERO.
       01  POSTINGS-READ-COUNT          PIC 9(8) VALUE ZERO.
       01  POSTINGS-WRITTEN-COUNT       PIC 9(8) VALUE ZERO.
       01  POSTINGS-REPLACED-COUNT      PIC 9(8) VALUE ZERO.
       01  POSTING-TOTAL-IN             PIC S9(13)V99 VALUE ZERO.
       01  POSTING-TOTAL-OUT            PIC S9(13)V99 VALUE ZERO.
       01  POSTING-ARCHIVE-READ-COUNT   PIC 9(8) VALUE ZERO.
       01  POSTING-ARCHIVE-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01  POSTING-ARCHIVE-REPLACED-COUNT PIC 9(8) VALUE ZERO.
       01  POSTING-ARCHIVE-TOTAL-IN     PIC S9(13)V99 VALUE ZERO.
       01  POSTING-ARCHIVE-TOTAL-OUT    PIC S9(13)V99 VALUE ZERO.
       01  STATUS-READ-COUNT            PIC 9(8) VALUE ZERO.
       01  STATUS-WRITTEN-COUNT         PIC 9(8) VALUE ZERO.
       01  STATUS-REPLACED-COUNT        PIC 9(8) VALUE ZERO.
       01  ARCHIVE-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  ARCHIVE-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  ARCHIVE-REPLACED-COUNT       PIC 9(8) VALUE ZERO.
       01  JOURNAL-READ-COUNT           PIC 9(8) VALUE ZERO.
       01  JOURNAL-WRITTEN-COUNT        PIC 9(8) VALUE ZERO.
       01  JOURNAL-REPLACED-COUNT       PIC 9(8) VALUE ZERO.
      *
      * MASTER-JOURNAL WORK FIELDS - THE TIME THE NEW GENERATION WAS
      * STARTED NAMES THIS RUN'S DELETES, THE COUNT NUMBERS THEM.
      * AN IMAGE IS RE-KEYED IN JOURNAL-IMAGE-WORK; THE OWNER'S
      * CUSTOMER NUMBER SITS WHERE ACCTMASTER PUTS IT.
       01  MASTER-JOURNAL-TIME          PIC 9(8) VALUE ZERO.
       01  MASTER-JOURNAL-COUNT         PIC 9(8) VALUE ZERO.
       01  JOURNAL-IMAGE-WORK           PIC X(64) VALUE SPACES.
       01  JOURNAL-IMAGE-PARTS REDEFINES JOURNAL-IMAGE-WORK.
        05       JOURNAL-IMAGE-KEY       PIC X(5).
        05       FILLER                  PIC X(31).
        05       JOURNAL-IMAGE-CUSTOMER  PIC X(8).
        05       FILLER                  PIC X(20).
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  CERTIFICATE-HEADING-LINE.
        05       FILLER                  PIC X(36) VALUE
                 "CERTIFICATE OF PERSONAL DATA REMOVAL".
        05       FILLER                  PIC X(6) VALUE "  RUN ".
        05       CERT-HEADING-DATE       PIC 9(8).
        05       FILLER                  PIC X(12) VALUE "  RETENTION ".
        05       CERT-HEADING-YEARS      PIC Z9.
        05       FILLER                  PIC X(6) VALUE " YEARS".
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       CERT-HEADING-PAGE       PIC ZZZ9.
       01  CERTIFICATE-COLUMN-LINE      PIC X(132) VALUE
           "SURROGATE  EN  CLOSED    CUSTOMER   SNAPSHOTS   POSTINGS
      -    "  STATUSES   ARCHIVED".
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-LABEL-WORK          PIC X(8) VALUE SPACES.
       01  REPORT-SNAPSHOT-EDIT         PIC ZZZ.ZZ9.
       01  REPORT-POSTING-EDIT          PIC ZZZ.ZZ9.
       01  REPORT-STATUS-EDIT           PIC ZZZ.ZZ9.
       01  REPORT-ARCHIVE-EDIT          PIC ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-2          PIC ZZ.ZZZ.ZZ9.
       01  REPORT-COUNT-EDIT-3          PIC ZZ.ZZZ.ZZ9.
       01  TOTAL-EDIT                   PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  TOTAL-EDIT-2                 PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
      * AUDIT-CHAIN WORK FIELDS - SAME DISCIPLINE AS TEST.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START RETPURGE".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
      * A HELD RUN-LOCK MEANS TEST IS MID-FLIGHT AND THE HISTORY
      * FILES MUST NOT BE TOUCHED.
           OPEN INPUT RUN-LOCK-FILE.
           READ RUN-LOCK-FILE
               AT END
                   SET END-OF-RUN-LOCK TO TRUE
           END-READ.
           CLOSE RUN-LOCK-FILE.
           IF NOT END-OF-RUN-LOCK AND RUN-LOCK-STATUS = "H"
               DISPLAY "RUN LOCK HELD SINCE " RUN-LOCK-DATE " "
                   RUN-LOCK-TIME " - PURGE REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           ACCEPT RETENTION-YEARS FROM SYSIN.
           IF RETENTION-YEARS = ZERO
               DISPLAY "NO RETENTION PERIOD SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE RUN-DATE TO CUTOFF-DATE.
           SUBTRACT RETENTION-YEARS FROM CUTOFF-YEAR.
           PERFORM COUNT-RETENTION-REGISTER.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O ACCOUNT-MASTER.
           OPEN INPUT HOLD-MASTER.
           OPEN INPUT ESCHEAT-REGISTER.
           OPEN INPUT DISPUTE-FILE.
           PERFORM READ-NEXT-ACCOUNT-MASTER.
           PERFORM SELECT-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE DISPUTE-FILE.
           CLOSE ESCHEAT-REGISTER.
           CLOSE HOLD-MASTER.
           IF PURGE-COUNT > ZERO
               PERFORM FIND-KEPT-CUSTOMERS
           END-IF.
      * THE NEW GENERATIONS ARE WRITTEN EVEN WHEN NOTHING IS PURGED,
      * SO THE JCL'S RENAME NEVER PUTS A STALE DATASET IN PLACE.
           PERFORM REWRITE-BALANCE-SNAPSHOTS.
           PERFORM REWRITE-POSTING-TRAIL.
           PERFORM REWRITE-POSTING-ARCHIVE.
           PERFORM REWRITE-STATUS-HISTORY.
           PERFORM REWRITE-TRANSACTION-ARCHIVE.
           OPEN I-O CUSTOMER-MASTER.
           OPEN EXTEND RETENTION-REGISTER.
           PERFORM REMOVE-ONE-ACCOUNT
               VARYING PURGE-IDX FROM 1 BY 1
               UNTIL PURGE-IDX > PURGE-COUNT.
           CLOSE RETENTION-REGISTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.
      * THE JOURNAL GOES LAST SO THE DELETES JUST MADE CAN FOLLOW
      * ITS COPY INTO THE NEW GENERATION.
           PERFORM REWRITE-MASTER-JOURNAL.
           PERFORM PRINT-PURGE-CERTIFICATE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "ACCOUNTS EXAMINED:        " ACCOUNTS-EXAMINED-COUNT.
           DISPLAY "ACCOUNTS DUE:             " ACCOUNTS-DUE-COUNT.
           DISPLAY "ACCOUNTS REMOVED:         " ACCOUNTS-REMOVED-COUNT.
           DISPLAY "CUSTOMERS REMOVED:        "
               CUSTOMERS-REMOVED-COUNT.
           DISPLAY "ACCOUNTS REFUSED:         " ACCOUNTS-REFUSED-COUNT.
           DISPLAY "LEFT FOR A LATER RUN:     "
               ACCOUNTS-DEFERRED-COUNT.
           IF ACCOUNTS-REFUSED-COUNT > ZERO
               OR ACCOUNTS-DEFERRED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END RETPURGE".
           EXIT PROGRAM.
      *
      * COUNT-RETENTION-REGISTER - EVERY PURGE EVER MADE HAS ONE
      * RECORD, SO THE COUNT IS WHERE THE SURROGATES CARRY ON FROM.
      *
       COUNT-RETENTION-REGISTER SECTION.
           MOVE ZERO TO SURROGATE-SEQUENCE.
           OPEN INPUT RETENTION-REGISTER.
           PERFORM READ-RETENTION-REGISTER.
           PERFORM COUNT-ONE-REGISTER-RECORD
               UNTIL END-OF-RETENTION-REGISTER.
           CLOSE RETENTION-REGISTER.
       EXIT.
      *
       COUNT-ONE-REGISTER-RECORD SECTION.
           ADD 1 TO SURROGATE-SEQUENCE.
           PERFORM READ-RETENTION-REGISTER.
       EXIT.
      *
      * SELECT-ONE-ACCOUNT - A CUSTOMER ACCOUNT CLOSED ON OR BEFORE
      * THE CUTOFF IS DUE. THE BRANCH'S OWN INTERNAL ACCOUNTS
      * (NUMBERS 997 TO 999) HOLD NO ONE'S PERSONAL DATA AND ARE
      * NEVER DUE. A DUE ACCOUNT THAT STILL HAS MONEY, A HOLD, AN
      * OPEN DISPUTE OR AN UNCLAIMED-PROPERTY CLAIM ON IT IS
      * REFUSED.
      *
       SELECT-ONE-ACCOUNT SECTION.
           ADD 1 TO ACCOUNTS-EXAMINED-COUNT.
      * AN ACCOUNT OPENED PAST 999 HAS NO SHORT KEY, AND SO NO
      * NUMBER TO MARK IT AS ONE OF THE BRANCH'S OWN.
           IF ACCOUNT-MASTER-CLOSED-DATE = ZERO
               OR ACCOUNT-MASTER-CLOSED-DATE > CUTOFF-DATE
               OR (ACCOUNT-MASTER-KEY NOT = SPACES
                   AND ACCOUNT-MASTER-NUMBER NOT < "997")
               GO TO SELECT-ONE-ACCOUNT-NEXT
           END-IF.
           ADD 1 TO ACCOUNTS-DUE-COUNT.
           MOVE SPACES TO PURGE-REFUSAL-NOTE.
           MOVE SPACES TO PURGE-REFUSAL-CODE.
           IF ACCOUNT-MASTER-BALANCE NOT = ZERO
               MOVE "BALANCE NOT ZERO" TO PURGE-REFUSAL-NOTE
               MOVE "BAL" TO PURGE-REFUSAL-CODE
               GO TO SELECT-ONE-ACCOUNT-REFUSED
           END-IF.
           PERFORM CHECK-ACCOUNT-HOLDS.
           IF ACTIVE-HOLD-FOUND
               MOVE "ACTIVE HOLD" TO PURGE-REFUSAL-NOTE
               MOVE "HOLD" TO PURGE-REFUSAL-CODE
               GO TO SELECT-ONE-ACCOUNT-REFUSED
           END-IF.
      * THE DISPUTE NAMES THE ACCOUNT BY ITS KEY AND IS STILL TO BE
      * RESOLVED ONTO IT.
           PERFORM CHECK-OPEN-DISPUTES.
           IF OPEN-DISPUTE-FOUND
               MOVE "OPEN DISPUTE" TO PURGE-REFUSAL-NOTE
               MOVE "DSPT" TO PURGE-REFUSAL-CODE
               GO TO SELECT-ONE-ACCOUNT-REFUSED
           END-IF.
      * A NOTICED ENTRY IS ON ITS WAY TO THE STATE; A TRANSFERRED ONE
      * IS HOW A RETURNING CUSTOMER'S CLAIM IS TRACED. EITHER WAY
      * THE KEY MUST STAY AS IT IS. THE REGISTER ONLY EVER NAMES AN
      * ACCOUNT BY ITS SHORT KEY.
           IF ACCOUNT-MASTER-KEY NOT = SPACES
               MOVE ACCOUNT-MASTER-KEY TO ESCHEAT-ACCOUNT-KEY
               READ ESCHEAT-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESCHEAT-NOTICED OR ESCHEAT-TRANSFERRED
                           MOVE "UNCLAIMED PROPERTY"
                               TO PURGE-REFUSAL-NOTE
                           MOVE "ESCH" TO PURGE-REFUSAL-CODE
                       END-IF
               END-READ
           END-IF.
           IF PURGE-REFUSAL-NOTE NOT = SPACES
               GO TO SELECT-ONE-ACCOUNT-REFUSED
           END-IF.
           IF PURGE-COUNT = 500
               OR SURROGATE-SEQUENCE NOT < SURROGATE-SEQUENCE-LIMIT
               ADD 1 TO ACCOUNTS-DEFERRED-COUNT
               DISPLAY "CLOSED ACCOUNT " ACCOUNT-MASTER-WIDE-KEY
                   " LEFT FOR A LATER RUN"
               GO TO SELECT-ONE-ACCOUNT-NEXT
           END-IF.
           PERFORM BUILD-SURROGATE-KEY.
           ADD 1 TO PURGE-COUNT.
           MOVE ACCOUNT-MASTER-KEY TO PRG-ACCOUNT-KEY(PURGE-COUNT).
           MOVE ACCOUNT-MASTER-WIDE-KEY TO PRG-WIDE-KEY(PURGE-COUNT).
           MOVE SURROGATE-KEY-WORK TO PRG-SURROGATE-KEY(PURGE-COUNT).
           MOVE ACCOUNT-MASTER-CUSTOMER TO PRG-CUSTOMER(PURGE-COUNT).
           MOVE ACCOUNT-MASTER-ENTITY TO PRG-ENTITY(PURGE-COUNT).
           MOVE ACCOUNT-MASTER-CLOSED-DATE
               TO PRG-CLOSED-DATE(PURGE-COUNT).
           MOVE "N" TO PRG-CUSTOMER-KEPT(PURGE-COUNT).
           MOVE "N" TO PRG-CUSTOMER-REMOVED(PURGE-COUNT).
           MOVE ZERO TO PRG-SNAPSHOT-COUNT(PURGE-COUNT).
           MOVE ZERO TO PRG-POSTING-COUNT(PURGE-COUNT).
           MOVE ZERO TO PRG-STATUS-COUNT(PURGE-COUNT).
           MOVE ZERO TO PRG-ARCHIVE-COUNT(PURGE-COUNT).
           MOVE ZERO TO PRG-JOURNAL-COUNT(PURGE-COUNT).
           MOVE ACCOUNT-MASTER-RECORD TO PRG-MASTER-IMAGE(PURGE-COUNT).
           MOVE "N" TO PRG-MASTER-DELETED(PURGE-COUNT).
           GO TO SELECT-ONE-ACCOUNT-NEXT.
       SELECT-ONE-ACCOUNT-REFUSED.
           ADD 1 TO ACCOUNTS-REFUSED-COUNT.
           DISPLAY "CLOSED ACCOUNT " ACCOUNT-MASTER-WIDE-KEY
               " REFUSED - " PURGE-REFUSAL-NOTE.
           IF ACCOUNT-MASTER-KEY = SPACES
               MOVE ACCOUNT-MASTER-WIDE-KEY TO AUDIT-FIELD-NAME
           ELSE
               MOVE ACCOUNT-MASTER-KEY TO AUDIT-FIELD-NAME
           END-IF.
           MOVE "R" TO AUDIT-OLD-VALUE.
           MOVE PURGE-REFUSAL-CODE TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
       SELECT-ONE-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT-MASTER.
       EXIT.
      *
      * CHECK-ACCOUNT-HOLDS - THE ACCOUNT'S HOLDS SIT TOGETHER IN
      * WIDE-KEY ORDER FROM HOLD NUMBER ZERO; ANY ONE STILL ACTIVE
      * REFUSES IT.
      *
       CHECK-ACCOUNT-HOLDS SECTION.
           MOVE "N" TO ACTIVE-HOLD-SWITCH.
           MOVE "N" TO ACCOUNT-HOLDS-SWITCH.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO HOLD-WIDE-ACCOUNT-KEY.
           MOVE ZERO TO HOLD-WIDE-NUMBER.
           START HOLD-MASTER KEY IS NOT < HOLD-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-HOLDS
               PERFORM READ-NEXT-ACCOUNT-HOLD
           END-IF.
           PERFORM NOTE-ONE-HOLD UNTIL END-OF-ACCOUNT-HOLDS.
       EXIT.
      *
       NOTE-ONE-HOLD SECTION.
           IF HOLD-ACTIVE
               SET ACTIVE-HOLD-FOUND TO TRUE
           END-IF.
           PERFORM READ-NEXT-ACCOUNT-HOLD.
       EXIT.
      *
       READ-NEXT-ACCOUNT-HOLD SECTION.
           READ HOLD-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-READ.
           IF NOT END-OF-ACCOUNT-HOLDS
               AND HOLD-WIDE-ACCOUNT-KEY NOT = ACCOUNT-MASTER-WIDE-KEY
               SET END-OF-ACCOUNT-HOLDS TO TRUE
           END-IF.
       EXIT.
      *
      * CHECK-OPEN-DISPUTES - ONE PASS OVER THE DISPUTE FILE FOR A
      * DISPUTE STILL OPEN ON THE ACCOUNT. THE FILE IS KEYED ON THE
      * DISPUTE NUMBER, SO EVERY DISPUTE IS LOOKED AT.
      *
       CHECK-OPEN-DISPUTES SECTION.
           MOVE "N" TO OPEN-DISPUTE-SWITCH.
           MOVE "N" TO DISPUTE-SCAN-SWITCH.
           MOVE ZERO TO DISPUTE-NUMBER.
           START DISPUTE-FILE KEY IS NOT < DISPUTE-NUMBER
               INVALID KEY
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-START.
           IF NOT END-OF-DISPUTE-SCAN
               PERFORM READ-NEXT-DISPUTE
           END-IF.
           PERFORM MATCH-ONE-DISPUTE
               UNTIL END-OF-DISPUTE-SCAN
               OR OPEN-DISPUTE-FOUND.
       EXIT.
      *
       MATCH-ONE-DISPUTE SECTION.
           IF DISPUTE-ACCOUNT-KEY = ACCOUNT-MASTER-KEY
               AND ACCOUNT-MASTER-KEY NOT = SPACES
               AND DISPUTE-OPEN
               SET OPEN-DISPUTE-FOUND TO TRUE
           ELSE
               PERFORM READ-NEXT-DISPUTE
           END-IF.
       EXIT.
      *
       READ-NEXT-DISPUTE SECTION.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET END-OF-DISPUTE-SCAN TO TRUE
           END-READ.
       EXIT.
      *
      * BUILD-SURROGATE-KEY - THE NEXT SURROGATE IN SEQUENCE: A
      * LETTER WHERE THE BRANCH DIGIT STOOD, THREE DIGITS, AND "*"
      * WHERE THE CHECK DIGIT STOOD.
      *
       BUILD-SURROGATE-KEY SECTION.
           DIVIDE SURROGATE-SEQUENCE BY 1000
               GIVING SURROGATE-LETTER-IDX
               REMAINDER SURROGATE-NUMBER.
           ADD 1 TO SURROGATE-LETTER-IDX.
           MOVE SURROGATE-LETTERS(SURROGATE-LETTER-IDX:1)
               TO SURROGATE-KEY-WORK(1:1).
           MOVE SURROGATE-NUMBER TO SURROGATE-KEY-WORK(2:3).
           MOVE "*" TO SURROGATE-KEY-WORK(5:1).
           ADD 1 TO SURROGATE-SEQUENCE.
       EXIT.
      *
      * FIND-KEPT-CUSTOMERS - A SECOND PASS OVER THE MASTER. AN
      * ACCOUNT THAT STAYS KEEPS ITS OWNER ON THE CUSTOMER MASTER,
      * AND WITH IT EVERY PURGED ACCOUNT THE SAME OWNER HELD.
      *
       FIND-KEPT-CUSTOMERS SECTION.
           MOVE "N" TO ACCOUNT-MASTER-SWITCH.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY IS NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-START.
           IF NOT END-OF-ACCOUNT-MASTER
               PERFORM READ-NEXT-ACCOUNT-MASTER
           END-IF.
           PERFORM NOTE-ONE-REMAINING-ACCOUNT
               UNTIL END-OF-ACCOUNT-MASTER.
       EXIT.
      *
       NOTE-ONE-REMAINING-ACCOUNT SECTION.
           IF ACCOUNT-MASTER-CUSTOMER = SPACES
               GO TO NOTE-ONE-REMAINING-ACCOUNT-NEXT
           END-IF.
           MOVE ACCOUNT-MASTER-KEY(1:4) TO PURGE-WANTED-PART1.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO PURGE-WANTED-WIDE-KEY.
           PERFORM FIND-PURGED-ACCOUNT.
           IF PURGE-FOUND-IDX NOT = ZERO
               GO TO NOTE-ONE-REMAINING-ACCOUNT-NEXT
           END-IF.
           MOVE ACCOUNT-MASTER-CUSTOMER TO PURGE-WANTED-CUSTOMER.
           PERFORM MARK-ONE-CUSTOMER-KEPT
               VARYING PURGE-IDX FROM 1 BY 1
               UNTIL PURGE-IDX > PURGE-COUNT.
       NOTE-ONE-REMAINING-ACCOUNT-NEXT.
           PERFORM READ-NEXT-ACCOUNT-MASTER.
       EXIT.
      *
       MARK-ONE-CUSTOMER-KEPT SECTION.
           IF PRG-CUSTOMER(PURGE-IDX) = PURGE-WANTED-CUSTOMER
               MOVE "Y" TO PRG-CUSTOMER-KEPT(PURGE-IDX)
           END-IF.
       EXIT.
      *
      * REWRITE-BALANCE-SNAPSHOTS - EVERY SNAPSHOT TO THE NEW
      * GENERATION, A PURGED ACCOUNT'S UNDER ITS SURROGATE.
      *
       REWRITE-BALANCE-SNAPSHOTS SECTION.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           OPEN OUTPUT BALANCE-SNAPSHOT-NEW.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM COPY-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOTS.
           CLOSE BALANCE-SNAPSHOT-NEW.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       COPY-ONE-SNAPSHOT SECTION.
           ADD 1 TO SNAPSHOTS-READ-COUNT.
           ADD SNAPSHOT-BALANCE TO SNAPSHOT-TOTAL-IN.
           MOVE SNAPSHOT-ACCOUNT-KEY(1:4) TO PURGE-WANTED-PART1.
           MOVE SNAPSHOT-WIDE-KEY TO PURGE-WANTED-WIDE-KEY.
           PERFORM FIND-PURGED-ACCOUNT.
           IF PURGE-FOUND-IDX NOT = ZERO
               MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                   TO SNAPSHOT-ACCOUNT-KEY
               MOVE SPACES TO SNAPSHOT-WIDE-KEY
               ADD 1 TO PRG-SNAPSHOT-COUNT(PURGE-FOUND-IDX)
               ADD 1 TO SNAPSHOTS-REPLACED-COUNT
           END-IF.
           WRITE BALANCE-SNAPSHOT-NEW-RECORD
               FROM BALANCE-SNAPSHOT-RECORD.
           ADD 1 TO SNAPSHOTS-WRITTEN-COUNT.
           ADD SNAPSHOT-BALANCE TO SNAPSHOT-TOTAL-OUT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
      * REWRITE-POSTING-TRAIL - THE POSTING'S OWN ACCOUNT AND, ON A
      * TRANSFER, THE OTHER LEG'S. A STRING PART THAT IS A PAYMENT
      * REFERENCE NAMES NO ACCOUNT AND IS LEFT ALONE.
      *
       REWRITE-POSTING-TRAIL SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           OPEN OUTPUT POSTED-TRANSACTIONS-NEW.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM COPY-ONE-POSTING UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE POSTED-TRANSACTIONS-NEW.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       COPY-ONE-POSTING SECTION.
           ADD 1 TO POSTINGS-READ-COUNT.
           ADD POSTED-AMOUNT TO POSTING-TOTAL-IN.
           IF POSTED-STRING-TYPE NOT = "R"
               MOVE POSTED-STRING-PART1 TO PURGE-WANTED-PART1
               MOVE POSTED-WIDE-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)(1:4)
                       TO POSTED-STRING-PART1
                   MOVE SPACES TO POSTED-WIDE-KEY
                   ADD 1 TO PRG-POSTING-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO POSTINGS-REPLACED-COUNT
               END-IF
           END-IF.
           IF POSTED-COUNTER-KEY NOT = SPACES
               OR POSTED-COUNTER-WIDE-KEY NOT = SPACES
               MOVE POSTED-COUNTER-KEY(1:4) TO PURGE-WANTED-PART1
               MOVE POSTED-COUNTER-WIDE-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO POSTED-COUNTER-KEY
                   MOVE SPACES TO POSTED-COUNTER-WIDE-KEY
                   ADD 1 TO PRG-POSTING-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO POSTINGS-REPLACED-COUNT
               END-IF
           END-IF.
           WRITE POSTED-TRANSACTION-NEW-RECORD
               FROM POSTED-TRANSACTION-RECORD.
           ADD 1 TO POSTINGS-WRITTEN-COUNT.
           ADD POSTED-AMOUNT TO POSTING-TOTAL-OUT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * REWRITE-POSTING-ARCHIVE - THE POSTINGS POSTROLL HAS ROLLED
      * OFF THE TRAIL, REKEYED BY THE SAME RULE AS THE TRAIL ITSELF.
      * THEY COUNT AMONG THE ACCOUNT'S POSTINGS ON THE CERTIFICATE.
      *
       REWRITE-POSTING-ARCHIVE SECTION.
           OPEN INPUT POSTING-ARCHIVE.
           OPEN OUTPUT POSTING-ARCHIVE-NEW.
           PERFORM READ-POSTING-ARCHIVE.
           PERFORM COPY-ONE-ARCHIVED-POSTING
               UNTIL END-OF-POSTING-ARCHIVE.
           CLOSE POSTING-ARCHIVE-NEW.
           CLOSE POSTING-ARCHIVE.
       EXIT.
      *
       COPY-ONE-ARCHIVED-POSTING SECTION.
           ADD 1 TO POSTING-ARCHIVE-READ-COUNT.
           ADD PARCH-AMOUNT TO POSTING-ARCHIVE-TOTAL-IN.
           IF PARCH-STRING-TYPE NOT = "R"
               MOVE PARCH-STRING-PART1 TO PURGE-WANTED-PART1
               MOVE PARCH-WIDE-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)(1:4)
                       TO PARCH-STRING-PART1
                   MOVE SPACES TO PARCH-WIDE-KEY
                   ADD 1 TO PRG-POSTING-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO POSTING-ARCHIVE-REPLACED-COUNT
               END-IF
           END-IF.
           IF PARCH-COUNTER-KEY NOT = SPACES
               OR PARCH-COUNTER-WIDE-KEY NOT = SPACES
               MOVE PARCH-COUNTER-KEY(1:4) TO PURGE-WANTED-PART1
               MOVE PARCH-COUNTER-WIDE-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO PARCH-COUNTER-KEY
                   MOVE SPACES TO PARCH-COUNTER-WIDE-KEY
                   ADD 1 TO PRG-POSTING-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO POSTING-ARCHIVE-REPLACED-COUNT
               END-IF
           END-IF.
           WRITE POSTING-ARCHIVE-NEW-RECORD FROM POSTING-ARCHIVE-RECORD.
           ADD 1 TO POSTING-ARCHIVE-WRITTEN-COUNT.
           ADD PARCH-AMOUNT TO POSTING-ARCHIVE-TOTAL-OUT.
           PERFORM READ-POSTING-ARCHIVE.
       EXIT.
      *
      * REWRITE-STATUS-HISTORY - THE ENTRY'S ACCOUNT AND, ON A
      * TRANSFER LEG, THE OTHER LEG'S.
      *
       REWRITE-STATUS-HISTORY SECTION.
           OPEN INPUT STATUS-HISTORY-FILE.
           OPEN OUTPUT STATUS-HISTORY-NEW.
           PERFORM READ-STATUS-HISTORY.
           PERFORM COPY-ONE-STATUS-ENTRY UNTIL END-OF-STATUS-HISTORY.
           CLOSE STATUS-HISTORY-NEW.
           CLOSE STATUS-HISTORY-FILE.
       EXIT.
      *
       COPY-ONE-STATUS-ENTRY SECTION.
           ADD 1 TO STATUS-READ-COUNT.
           IF STATUS-HIST-ACCOUNT-KEY NOT = SPACES
               MOVE STATUS-HIST-ACCOUNT-KEY(1:4) TO PURGE-WANTED-PART1
               MOVE SPACES TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO STATUS-HIST-ACCOUNT-KEY
                   ADD 1 TO PRG-STATUS-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO STATUS-REPLACED-COUNT
               END-IF
           END-IF.
      * A RETURNED ENTRY CARRIES A REASON CODE THERE, NOT A KEY.
           IF STATUS-HIST-COUNTER-KEY NOT = SPACES
               AND STATUS-HIST-TO NOT = "N"
               MOVE STATUS-HIST-COUNTER-KEY(1:4) TO PURGE-WANTED-PART1
               MOVE SPACES TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO STATUS-HIST-COUNTER-KEY
                   ADD 1 TO PRG-STATUS-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO STATUS-REPLACED-COUNT
               END-IF
           END-IF.
           WRITE STATUS-HISTORY-NEW-RECORD FROM STATUS-HISTORY-RECORD.
           ADD 1 TO STATUS-WRITTEN-COUNT.
           PERFORM READ-STATUS-HISTORY.
       EXIT.
      *
      * REWRITE-TRANSACTION-ARCHIVE - THE ARCHIVED RAW RECORD'S
      * ACCOUNT (STRING PART AND CHECK DIGIT) AND COUNTER ACCOUNT.
      *
       REWRITE-TRANSACTION-ARCHIVE SECTION.
           OPEN INPUT TRANSACTION-ARCHIVE.
           OPEN OUTPUT TRANSACTION-ARCHIVE-NEW.
           PERFORM READ-TRANSACTION-ARCHIVE.
           PERFORM COPY-ONE-ARCHIVED-RECORD UNTIL END-OF-ARCHIVE.
           CLOSE TRANSACTION-ARCHIVE-NEW.
           CLOSE TRANSACTION-ARCHIVE.
       EXIT.
      *
       COPY-ONE-ARCHIVED-RECORD SECTION.
           ADD 1 TO ARCHIVE-READ-COUNT.
           IF ARCH-STRING-TYPE NOT = "R"
               MOVE ARCH-STRING-PART1 TO PURGE-WANTED-PART1
               MOVE ARCH-WIDE-ACCOUNT-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)(1:4)
                       TO ARCH-STRING-PART1
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)(5:1)
                       TO ARCH-CHECK-DIGIT
                   MOVE SPACES TO ARCH-WIDE-ACCOUNT-KEY
                   ADD 1 TO PRG-ARCHIVE-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO ARCHIVE-REPLACED-COUNT
               END-IF
           END-IF.
           IF ARCH-COUNTER-ACCOUNT-KEY NOT = SPACES
               OR ARCH-WIDE-COUNTER-KEY NOT = SPACES
               MOVE ARCH-COUNTER-ACCOUNT-KEY(1:4) TO PURGE-WANTED-PART1
               MOVE ARCH-WIDE-COUNTER-KEY TO PURGE-WANTED-WIDE-KEY
               PERFORM FIND-PURGED-ACCOUNT
               IF PURGE-FOUND-IDX NOT = ZERO
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO ARCH-COUNTER-ACCOUNT-KEY
                   MOVE SPACES TO ARCH-WIDE-COUNTER-KEY
                   ADD 1 TO PRG-ARCHIVE-COUNT(PURGE-FOUND-IDX)
                   ADD 1 TO ARCHIVE-REPLACED-COUNT
               END-IF
           END-IF.
           WRITE ARCHIVE-NEW-RECORD FROM ARCHIVE-RECORD.
           ADD 1 TO ARCHIVE-WRITTEN-COUNT.
           PERFORM READ-TRANSACTION-ARCHIVE.
       EXIT.
      *
      * REWRITE-MASTER-JOURNAL - A RECORD FOR A PURGED ACCOUNT TAKES
      * THE SURROGATE AS ITS KEY AND IN BOTH IMAGES, AND LOSES THE
      * OWNER'S CUSTOMER NUMBER FROM THEM. THE RUN'S OWN DELETES GO
      * ON THE END, IMAGED THE SAME WAY, SO MSTRBACK CAN NEVER PUT A
      * PURGED ACCOUNT BACK UNDER ITS OLD KEY.
      *
       REWRITE-MASTER-JOURNAL SECTION.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN INPUT MASTER-JOURNAL-FILE.
           OPEN OUTPUT MASTER-JOURNAL-NEW.
           PERFORM READ-MASTER-JOURNAL.
           PERFORM COPY-ONE-JOURNAL-RECORD UNTIL END-OF-MASTER-JOURNAL.
           PERFORM JOURNAL-ONE-PURGE
               VARYING PURGE-IDX FROM 1 BY 1
               UNTIL PURGE-IDX > PURGE-COUNT.
           CLOSE MASTER-JOURNAL-NEW.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
       COPY-ONE-JOURNAL-RECORD SECTION.
           ADD 1 TO JOURNAL-READ-COUNT.
           MOVE MASTER-JOURNAL-ACCOUNT-KEY(1:4) TO PURGE-WANTED-PART1.
           MOVE MASTER-JOURNAL-WIDE-KEY TO PURGE-WANTED-WIDE-KEY.
           PERFORM FIND-PURGED-ACCOUNT.
           IF PURGE-FOUND-IDX NOT = ZERO
               MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                   TO MASTER-JOURNAL-ACCOUNT-KEY
               MOVE SPACES TO MASTER-JOURNAL-WIDE-KEY
               IF MASTER-JOURNAL-BEFORE-IMAGE NOT = SPACES
                   MOVE MASTER-JOURNAL-BEFORE-IMAGE
                       TO JOURNAL-IMAGE-WORK
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO JOURNAL-IMAGE-KEY
                   MOVE SPACES TO JOURNAL-IMAGE-CUSTOMER
                   MOVE JOURNAL-IMAGE-WORK
                       TO MASTER-JOURNAL-BEFORE-IMAGE
               END-IF
               IF MASTER-JOURNAL-AFTER-IMAGE NOT = SPACES
                   MOVE MASTER-JOURNAL-AFTER-IMAGE TO JOURNAL-IMAGE-WORK
                   MOVE PRG-SURROGATE-KEY(PURGE-FOUND-IDX)
                       TO JOURNAL-IMAGE-KEY
                   MOVE SPACES TO JOURNAL-IMAGE-CUSTOMER
                   MOVE JOURNAL-IMAGE-WORK TO MASTER-JOURNAL-AFTER-IMAGE
               END-IF
               ADD 1 TO PRG-JOURNAL-COUNT(PURGE-FOUND-IDX)
               ADD 1 TO JOURNAL-REPLACED-COUNT
           END-IF.
           WRITE MASTER-JOURNAL-NEW-RECORD FROM MASTER-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-WRITTEN-COUNT.
           PERFORM READ-MASTER-JOURNAL.
       EXIT.
      *
      * JOURNAL-ONE-PURGE - THE DELETE OF ONE PURGED ACCOUNT, UNDER
      * CYCLE ZERO LIKE ANY RUN OUTSIDE THE INTRADAY CYCLES. KEEP
      * THE RECORD'S SHAPE IN STEP WITH TEST'S WRITE-MASTER-JOURNAL.
      *
       JOURNAL-ONE-PURGE SECTION.
           IF PRG-MASTER-DELETED(PURGE-IDX) NOT = "Y"
               GO TO JOURNAL-ONE-PURGE-NEXT
           END-IF.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "RETPURGE" TO MASTER-JOURNAL-PROGRAM.
           MOVE RUN-DATE TO MASTER-JOURNAL-RUN-DATE.
           MOVE MASTER-JOURNAL-TIME TO MASTER-JOURNAL-RUN-TIME.
           MOVE ZERO TO MASTER-JOURNAL-CYCLE.
           MOVE MASTER-JOURNAL-COUNT TO MASTER-JOURNAL-SEQUENCE.
           MOVE ZERO TO MASTER-JOURNAL-TXN-NUMBER.
           SET MASTER-JOURNAL-DELETED TO TRUE.
           MOVE PRG-SURROGATE-KEY(PURGE-IDX)
               TO MASTER-JOURNAL-ACCOUNT-KEY.
           MOVE PRG-MASTER-IMAGE(PURGE-IDX) TO JOURNAL-IMAGE-WORK.
           MOVE PRG-SURROGATE-KEY(PURGE-IDX) TO JOURNAL-IMAGE-KEY.
           MOVE SPACES TO JOURNAL-IMAGE-CUSTOMER.
           MOVE JOURNAL-IMAGE-WORK TO MASTER-JOURNAL-BEFORE-IMAGE.
           WRITE MASTER-JOURNAL-NEW-RECORD FROM MASTER-JOURNAL-RECORD.
           ADD 1 TO JOURNAL-WRITTEN-COUNT.
       JOURNAL-ONE-PURGE-NEXT.
       EXIT.
      *
      * REMOVE-ONE-ACCOUNT - THE ACCOUNT LEAVES THE MASTER, ITS OWNER
      * LEAVES THE CUSTOMER MASTER WHEN NO ACCOUNT THAT STAYS NAMES
      * IT, AND THE PURGE GOES ON THE REGISTER AND THE AUDIT TRAIL
      * UNDER THE SURROGATE. AN OWNER SHARED BY TWO PURGED ACCOUNTS
      * IS GONE BY THE SECOND, AND COUNTED ONCE.
      *
       REMOVE-ONE-ACCOUNT SECTION.
           MOVE PRG-WIDE-KEY(PURGE-IDX) TO ACCOUNT-MASTER-WIDE-KEY.
           DELETE ACCOUNT-MASTER RECORD
               INVALID KEY
                   DISPLAY "CLOSED ACCOUNT " PRG-WIDE-KEY(PURGE-IDX)
                       " NO LONGER ON THE MASTER"
               NOT INVALID KEY
                   MOVE "Y" TO PRG-MASTER-DELETED(PURGE-IDX)
           END-DELETE.
           ADD 1 TO ACCOUNTS-REMOVED-COUNT.
           MOVE PRG-SURROGATE-KEY(PURGE-IDX) TO AUDIT-FIELD-NAME.
           MOVE "P" TO AUDIT-OLD-VALUE.
           MOVE "DONE" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           IF PRG-CUSTOMER(PURGE-IDX) NOT = SPACES
               AND PRG-CUSTOMER-KEPT(PURGE-IDX) = "N"
               MOVE "Y" TO PRG-CUSTOMER-REMOVED(PURGE-IDX)
               MOVE PRG-CUSTOMER(PURGE-IDX) TO CUSTOMER-MASTER-NUMBER
               DELETE CUSTOMER-MASTER RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CUSTOMERS-REMOVED-COUNT
                       MOVE PRG-SURROGATE-KEY(PURGE-IDX)
                           TO AUDIT-FIELD-NAME
                       MOVE "C" TO AUDIT-OLD-VALUE
                       MOVE "DONE" TO AUDIT-NEW-VALUE
                       PERFORM WRITE-AUDIT-RECORD
               END-DELETE
           END-IF.
           MOVE SPACES TO RETENTION-REGISTER-RECORD.
           MOVE PRG-SURROGATE-KEY(PURGE-IDX) TO RETENTION-SURROGATE-KEY.
           MOVE RUN-DATE TO RETENTION-PURGE-DATE.
           MOVE PRG-CLOSED-DATE(PURGE-IDX) TO RETENTION-CLOSED-DATE.
           MOVE PRG-ENTITY(PURGE-IDX) TO RETENTION-ENTITY.
           MOVE PRG-CUSTOMER-REMOVED(PURGE-IDX)
               TO RETENTION-CUSTOMER-REMOVED.
           MOVE PRG-SNAPSHOT-COUNT(PURGE-IDX)
               TO RETENTION-SNAPSHOT-COUNT.
           MOVE PRG-POSTING-COUNT(PURGE-IDX) TO RETENTION-POSTING-COUNT.
           MOVE PRG-STATUS-COUNT(PURGE-IDX) TO RETENTION-STATUS-COUNT.
           MOVE PRG-ARCHIVE-COUNT(PURGE-IDX) TO RETENTION-ARCHIVE-COUNT.
           WRITE RETENTION-REGISTER-RECORD.
       EXIT.
      *
      * PRINT-PURGE-CERTIFICATE - ONE LINE PER PURGED ACCOUNT UNDER
      * ITS SURROGATE, THE RUN'S COUNTS, EACH HISTORY FILE'S RECORDS
      * AND AMOUNTS IN AGAINST OUT, AND THE STATEMENT OF WHAT WAS
      * DONE.
      *
       PRINT-PURGE-CERTIFICATE SECTION.
           OPEN OUTPUT PURGE-CERTIFICATE.
           PERFORM WRITE-CERTIFICATE-HEADING.
           PERFORM PRINT-ONE-PURGED-ACCOUNT
               VARYING PURGE-IDX FROM 1 BY 1
               UNTIL PURGE-IDX > PURGE-COUNT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS CLOSED ON OR BEFORE " DELIMITED BY SIZE
               CUTOFF-DATE DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE ACCOUNTS-REMOVED-COUNT TO REPORT-COUNT-EDIT.
           MOVE CUSTOMERS-REMOVED-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS REMOVED     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   CUSTOMERS REMOVED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE ACCOUNTS-REFUSED-COUNT TO REPORT-COUNT-EDIT.
           MOVE ACCOUNTS-DEFERRED-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS REFUSED     " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   LEFT FOR LATER RUN" DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SNAPSHOTS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE SNAPSHOTS-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE SNAPSHOTS-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE SNAPSHOT-TOTAL-IN TO TOTAL-EDIT.
           MOVE SNAPSHOT-TOTAL-OUT TO TOTAL-EDIT-2.
           MOVE "BALSNAP " TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECONCILIATION-LINES.
           MOVE POSTINGS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE POSTINGS-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE POSTINGS-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE POSTING-TOTAL-IN TO TOTAL-EDIT.
           MOVE POSTING-TOTAL-OUT TO TOTAL-EDIT-2.
           MOVE "POSTEDTX" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECONCILIATION-LINES.
           MOVE POSTING-ARCHIVE-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE POSTING-ARCHIVE-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE POSTING-ARCHIVE-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE POSTING-ARCHIVE-TOTAL-IN TO TOTAL-EDIT.
           MOVE POSTING-ARCHIVE-TOTAL-OUT TO TOTAL-EDIT-2.
           MOVE "PTXNARCH" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECONCILIATION-LINES.
           MOVE STATUS-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE STATUS-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE STATUS-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE "STATHIST" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE ARCHIVE-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE ARCHIVE-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE ARCHIVE-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE "DTXNARCH" TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE JOURNAL-READ-COUNT TO REPORT-COUNT-EDIT.
           MOVE JOURNAL-WRITTEN-COUNT TO REPORT-COUNT-EDIT-2.
           MOVE JOURNAL-REPLACED-COUNT TO REPORT-COUNT-EDIT-3.
           MOVE "MSTJRNL " TO REPORT-LABEL-WORK.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "THE ACCOUNTS ABOVE HAVE BEEN DELETED FROM THE ACCOUNT M
      -        "ASTER, AND EVERY OWNER THAT OWNED NOTHING ELSE FROM THE 
      -        "CUSTOMER MASTER." TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "EVERY HISTORY RECORD THAT NAMED THEM NOW CARRIES THE SU
      -        "RROGATE SHOWN. NO RECORD WAS ADDED OR DROPPED AND NO AMO
      -        "UNT WAS CHANGED." TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "THE MASTER JOURNAL ALSO CARRIES ONE DELETE PER ACCOUNT 
      -        "REMOVED, AND NO LONGER NAMES ANY OWNER OF THEM."
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           CLOSE PURGE-CERTIFICATE.
       EXIT.
      *
       PRINT-ONE-PURGED-ACCOUNT SECTION.
           IF PRG-CUSTOMER-REMOVED(PURGE-IDX) = "Y"
               MOVE "REMOVED" TO REPORT-LABEL-WORK
           ELSE
               MOVE "KEPT" TO REPORT-LABEL-WORK
           END-IF.
           MOVE PRG-SNAPSHOT-COUNT(PURGE-IDX) TO REPORT-SNAPSHOT-EDIT.
           MOVE PRG-POSTING-COUNT(PURGE-IDX) TO REPORT-POSTING-EDIT.
           MOVE PRG-STATUS-COUNT(PURGE-IDX) TO REPORT-STATUS-EDIT.
           MOVE PRG-ARCHIVE-COUNT(PURGE-IDX) TO REPORT-ARCHIVE-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING PRG-SURROGATE-KEY(PURGE-IDX) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               PRG-ENTITY(PURGE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PRG-CLOSED-DATE(PURGE-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-LABEL-WORK DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               REPORT-SNAPSHOT-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-POSTING-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-STATUS-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-ARCHIVE-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
       EXIT.
      *
      * WRITE-RECONCILIATION-LINES - A MONEY-CARRYING HISTORY FILE:
      * ITS RECORD COUNTS, THEN ITS AMOUNT TOTAL IN AND OUT.
      *
       WRITE-RECONCILIATION-LINES SECTION.
           PERFORM WRITE-RECORD-COUNT-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "          AMOUNT IN " DELIMITED BY SIZE
               TOTAL-EDIT DELIMITED BY SIZE
               "   OUT " DELIMITED BY SIZE
               TOTAL-EDIT-2 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
       EXIT.
      *
       WRITE-RECORD-COUNT-LINE SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING REPORT-LABEL-WORK DELIMITED BY SIZE
               "  RECORDS IN " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "   OUT " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-2 DELIMITED BY SIZE
               "   REKEYED " DELIMITED BY SIZE
               REPORT-COUNT-EDIT-3 DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
       EXIT.
      *
       WRITE-CERTIFICATE-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO CERT-HEADING-DATE.
           MOVE RETENTION-YEARS TO CERT-HEADING-YEARS.
           MOVE REPORT-PAGE-NUMBER TO CERT-HEADING-PAGE.
           MOVE CERTIFICATE-HEADING-LINE TO PURGE-CERTIFICATE-LINE.
           WRITE PURGE-CERTIFICATE-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO PURGE-CERTIFICATE-LINE.
           WRITE PURGE-CERTIFICATE-LINE AFTER ADVANCING 1 LINE.
           MOVE CERTIFICATE-COLUMN-LINE TO PURGE-CERTIFICATE-LINE.
           WRITE PURGE-CERTIFICATE-LINE AFTER ADVANCING 1 LINE.
           MOVE 3 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-CERTIFICATE-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-CERTIFICATE-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO PURGE-CERTIFICATE-LINE.
           WRITE PURGE-CERTIFICATE-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
      * FIND-PURGED-ACCOUNT - LOCATES THE ACCOUNT IN THE PURGE TABLE
      * BY PURGE-WANTED-WIDE-KEY, OR BY PURGE-WANTED-PART1 WHEN THE
      * RECORD CARRIES NO WIDE KEY (STATUS HISTORY NEVER DOES); AN
      * ACCOUNT WITH NO SHORT KEY IS ONLY EVER FOUND BY ITS WIDE
      * ONE. PURGE-FOUND-IDX STAYS ZERO WHEN IT IS NOT THERE.
      *
       FIND-PURGED-ACCOUNT SECTION.
           MOVE ZERO TO PURGE-FOUND-IDX.
           PERFORM MATCH-ONE-PURGED-ACCOUNT
               VARYING PURGE-IDX FROM 1 BY 1
               UNTIL PURGE-IDX > PURGE-COUNT.
       EXIT.
      *
       MATCH-ONE-PURGED-ACCOUNT SECTION.
           IF PURGE-WANTED-WIDE-KEY NOT = SPACES
               IF PRG-WIDE-KEY(PURGE-IDX) = PURGE-WANTED-WIDE-KEY
                   MOVE PURGE-IDX TO PURGE-FOUND-IDX
               END-IF
           ELSE
               IF PRG-ACCOUNT-KEY(PURGE-IDX) NOT = SPACES
                   AND PRG-ACCOUNT-KEY(PURGE-IDX)(1:4)
                       = PURGE-WANTED-PART1
                   MOVE PURGE-IDX TO PURGE-FOUND-IDX
               END-IF
           END-IF.
       EXIT.
      *
       READ-NEXT-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-SNAPSHOTS TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-POSTING-ARCHIVE SECTION.
           READ POSTING-ARCHIVE
               AT END
                   SET END-OF-POSTING-ARCHIVE TO TRUE
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
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-STATUS-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       READ-TRANSACTION-ARCHIVE SECTION.
           READ TRANSACTION-ARCHIVE
               AT END
                   SET END-OF-ARCHIVE TO TRUE
           END-READ.
       EXIT.
      *
       READ-RETENTION-REGISTER SECTION.
           READ RETENTION-REGISTER
               AT END
                   SET END-OF-RETENTION-REGISTER TO TRUE
           END-READ.
       EXIT.
      *
      * WRITE-AUDIT-RECORD / ESTABLISH-AUDIT-SEQUENCE /
      * WRITE-AUDIT-TRAILER - THE SAME CHAIN DISCIPLINE TEST APPLIES.
      *
       WRITE-AUDIT-RECORD SECTION.
           MOVE "RETPURGE" TO AUDIT-PROGRAM-NAME.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
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
       END PROGRAM RETPURGE.
