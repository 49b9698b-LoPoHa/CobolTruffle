       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARLCMP.
      *
      *
      * PARALLEL-RUN COMPARISON FOR RELEASE ACCEPTANCE. A NEW VERSION
      * OF TEST OR OF A SUBPROGRAM IS RUN AGAINST THE SAME INPUT DAY
      * AS THE CURRENT RELEASE, AND THIS JOB COMPARES THE TWO
      * COMPLETE OUTPUT SETS FILE BY FILE, RECORD BY RECORD AND FIELD
      * BY FIELD: POSTEDTX, REJECTTX WITH ITS REASONS, APPROVQ,
      * STATHIST, THE BIGWORK DETAIL PAGES, THE ACCTMAST BALANCES,
      * DAILYSTAT AND THE MANIFEST. THE CURRENT SET IS READ FROM THE
      * DD NAMES "C" + THE FIRST SEVEN LETTERS OF EACH FILE'S NAME
      * (CPOSTEDT, CREJECTT, ...), THE CANDIDATE SET FROM "N" + THE
      * SAME (NPOSTEDT, NREJECTT, ...).
      *
      * THE SEQUENTIAL FILES ARE PAIRED RECORD FOR RECORD IN FILE
      * ORDER; BIGWORK IS PAIRED ON ITS PASS KEY AND ACCTMAST ON THE
      * ACCOUNT KEY. EACH SET'S RUN DATE IS THE LATEST DATE ON ITS
      * DAILYSTAT, AND BEFORE A DATE FIELD STAMPED BY THE RUN IS
      * COMPARED THE CANDIDATE'S RUN DATE IN IT IS NORMALISED TO THE
      * CURRENT SET'S, SO A CANDIDATE RUN ON ANOTHER CALENDAR DAY
      * DOES NOT DIFFER ON EVERY RECORD. ANYTHING ELSE THAT DIFFERS
      * IS MATERIAL. THE REPORT ON PARLRPT LISTS THE DIFFERENCES BY
      * FILE AND FIELD, THEN A SUMMARY PER FILE; PAYMENT REFERENCES
      * ARE MASKED TO THEIR LAST TWO CHARACTERS AND THE BIGWORK
      * SNAPSHOTS OF A PAYMENT-REFERENCE PASS ARE NOT PRINTED. THE
      * JOB ENDS RC 8 WHEN ANY MATERIAL DIFFERENCE WAS FOUND.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CURRENT-POSTED ASSIGN TO "CPOSTEDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-POSTED ASSIGN TO "NPOSTEDT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-REJECTS ASSIGN TO "CREJECTT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-REJECTS ASSIGN TO "NREJECTT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-APPROVALS ASSIGN TO "CAPPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-APPROVALS ASSIGN TO "NAPPROVQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-STATUS ASSIGN TO "CSTATHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-STATUS ASSIGN TO "NSTATHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-BIG-WORK ASSIGN TO "CBIGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURRENT-BIG-WORK-KEY.
           SELECT OPTIONAL CANDIDATE-BIG-WORK ASSIGN TO "NBIGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CANDIDATE-BIG-WORK-KEY.
           SELECT OPTIONAL CURRENT-MASTER ASSIGN TO "CACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURRENT-MASTER-KEY.
           SELECT OPTIONAL CANDIDATE-MASTER ASSIGN TO "NACCTMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CANDIDATE-MASTER-KEY.
           SELECT OPTIONAL CURRENT-DAILY-STATS ASSIGN TO "CDAILYST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-DAILY-STATS ASSIGN TO "NDAILYST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRENT-MANIFEST ASSIGN TO "CMANIFES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CANDIDATE-MANIFEST ASSIGN TO "NMANIFES"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DIFFERENCES FOUND, IN FILE / FIELD / RECORD ORDER FOR
      * THE REPORT.
           SELECT DIFFERENCE-SORT-FILE ASSIGN TO "DIFFSORT".
           SELECT COMPARISON-REPORT ASSIGN TO "PARLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * EVERY FILE IS READ AS PLAIN CHARACTERS AND TAKEN APART BY THE
      * FIELD TABLE BELOW. KEEP THE LENGTHS IN STEP WITH POSTEDTXN,
      * REJECT-TRANSACTION-RECORD AND APPROVAL-QUEUE-RECORD IN TEST,
      * STATUSHISTORY, BIG-WORK-RECORD IN TEST, ACCTMASTER,
      * DAILYSTATS AND MANIFEST.
       FD  CURRENT-POSTED
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-POSTED-RECORD        PIC X(57).
       FD  CANDIDATE-POSTED
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-POSTED-RECORD      PIC X(57).
      *
       FD  CURRENT-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-REJECTS-RECORD       PIC X(100).
       FD  CANDIDATE-REJECTS
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-REJECTS-RECORD     PIC X(100).
      *
       FD  CURRENT-APPROVALS
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-APPROVALS-RECORD     PIC X(101).
       FD  CANDIDATE-APPROVALS
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-APPROVALS-RECORD   PIC X(101).
      *
       FD  CURRENT-STATUS
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-STATUS-RECORD        PIC X(33).
       FD  CANDIDATE-STATUS
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-STATUS-RECORD      PIC X(33).
      *
       FD  CURRENT-BIG-WORK
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-BIG-WORK-RECORD.
        05       CURRENT-BIG-WORK-KEY    PIC 9(8).
        05       FILLER                  PIC X(200).
       FD  CANDIDATE-BIG-WORK
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-BIG-WORK-RECORD.
        05       CANDIDATE-BIG-WORK-KEY  PIC 9(8).
        05       FILLER                  PIC X(200).
      *
       FD  CURRENT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-MASTER-RECORD.
        05       FILLER                  PIC X(64).
        05       CURRENT-MASTER-KEY      PIC X(7).
       FD  CANDIDATE-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-MASTER-RECORD.
        05       FILLER                  PIC X(64).
        05       CANDIDATE-MASTER-KEY    PIC X(7).
      *
       FD  CURRENT-DAILY-STATS
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-DAILY-STATS-RECORD   PIC X(30).
       FD  CANDIDATE-DAILY-STATS
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-DAILY-STATS-RECORD PIC X(30).
      *
       FD  CURRENT-MANIFEST
           LABEL RECORDS ARE STANDARD.
       01  CURRENT-MANIFEST-RECORD      PIC X(24).
       FD  CANDIDATE-MANIFEST
           LABEL RECORDS ARE STANDARD.
       01  CANDIDATE-MANIFEST-RECORD    PIC X(24).
      *
      * ONE DIFFERENCE - FIELD ZERO IS A RECORD PRESENT IN ONE SET
      * ONLY. THE VALUES ARE ALREADY MASKED AND EDITED FOR PRINT.
       SD  DIFFERENCE-SORT-FILE.
       01  DIFFERENCE-SORT-RECORD.
        05       DS-FILE-IDX             PIC 9.
        05       DS-FIELD-IDX            PIC 9(3).
        05       DS-SEQUENCE             PIC 9(8).
        05       DS-RECORD-ID            PIC X(12).
        05       DS-CURRENT-VALUE        PIC X(40).
        05       DS-CANDIDATE-VALUE      PIC X(40).
      *
       FD  COMPARISON-REPORT
           LABEL RECORDS ARE STANDARD.
       01  COMPARISON-REPORT-LINE       PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  CURRENT-FILE-SWITCH          PIC X VALUE "N".
         88      END-OF-CURRENT             VALUE "Y".
       01  CANDIDATE-FILE-SWITCH        PIC X VALUE "N".
         88      END-OF-CANDIDATE           VALUE "Y".
       01  DIFFERENCE-SORT-SWITCH       PIC X VALUE "N".
         88      END-OF-DIFFERENCES         VALUE "Y".
       01  RECORD-DIFFERS-SWITCH        PIC X VALUE "N".
         88      RECORD-DIFFERS             VALUE "Y".
       01  REFERENCE-RECORD-SWITCH      PIC X VALUE "N".
         88      REFERENCE-RECORD           VALUE "Y".
      *
      * THE RUN DATE OF EACH SET - THE LATEST DATE ON ITS DAILYSTAT;
      * ZERO WHEN THE SET HAS NONE, AND THEN NOTHING IS NORMALISED.
       01  CURRENT-RUN-DATE             PIC 9(8) VALUE ZERO.
       01  CANDIDATE-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  STAT-DATE-WORK               PIC 9(8) VALUE ZERO.
      *
      * FILE TABLE - PER FILE COMPARED: ITS NAME, RECORD LENGTH, THE
      * POSITION OF THE STRING-TYPE BYTE THAT MARKS A PAYMENT
      * REFERENCE (ZERO WHEN IT HAS NONE), THE POSITION AND LENGTH OF
      * THE KEY IT IS PAIRED ON (ZERO - PAIRED IN FILE ORDER), AND
      * ITS FIRST AND LAST ENTRY IN THE FIELD TABLE.
       01  FILE-TABLE-VALUES.
        05       FILLER PIC X(9)  VALUE "POSTEDTX".
        05       FILLER PIC X(17) VALUE "05703500000001012".
        05       FILLER PIC X(9)  VALUE "REJECTTX".
        05       FILLER PIC X(17) VALUE "10003700000013032".
        05       FILLER PIC X(9)  VALUE "APPROVQ".
        05       FILLER PIC X(17) VALUE "10103700000033054".
        05       FILLER PIC X(9)  VALUE "STATHIST".
        05       FILLER PIC X(17) VALUE "03300000000055062".
        05       FILLER PIC X(9)  VALUE "BIGWORK".
        05       FILLER PIC X(17) VALUE "20802700108063077".
        05       FILLER PIC X(9)  VALUE "ACCTMAST".
        05       FILLER PIC X(17) VALUE "07100006507078079".
        05       FILLER PIC X(9)  VALUE "DAILYSTAT".
        05       FILLER PIC X(17) VALUE "03000000000080084".
        05       FILLER PIC X(9)  VALUE "MANIFEST".
        05       FILLER PIC X(17) VALUE "02400000000085087".
       01  FILE-TABLE REDEFINES FILE-TABLE-VALUES.
        05       FILE-ENTRY OCCURS 8 TIMES.
         10      FILE-NAME               PIC X(9).
         10      FILE-RECORD-LENGTH      PIC 9(3).
         10      FILE-STRING-TYPE-POS    PIC 9(3).
         10      FILE-KEY-POS            PIC 9(3).
         10      FILE-KEY-LENGTH         PIC 9(2).
         10      FILE-FIRST-FIELD        PIC 9(3).
         10      FILE-LAST-FIELD         PIC 9(3).
       01  FILE-COUNT                   PIC 9 VALUE 8.
       01  FILE-IDX                     PIC 9 VALUE 1.
      *
      * FIELD TABLE - EVERY FIELD COMPARED: NAME, POSITION, LENGTH
      * AND KIND - "D" A DATE THE RUN STAMPS, NORMALISED; "M" A
      * SIGNED AMOUNT (9 BYTES S9(7)V99, 11 BYTES S9(9)V99), EDITED
      * FOR PRINT; "R" A STRING PART THAT HOLDS A PAYMENT REFERENCE
      * ON AN "R" RECORD, MASKED; "S" A BIGWORK SNAPSHOT, NOT
      * PRINTED FOR A PAYMENT-REFERENCE PASS; SPACE PLAIN.
       01  FIELD-TABLE-VALUES.
      * POSTEDTX
        05       FILLER PIC X(16) VALUE "REFERENCE".
        05       FILLER PIC X(7)  VALUE "001008R".
        05       FILLER PIC X(16) VALUE "NUMBER-PART1".
        05       FILLER PIC X(7)  VALUE "009004 ".
        05       FILLER PIC X(16) VALUE "NUMBER-PART2".
        05       FILLER PIC X(7)  VALUE "013004 ".
        05       FILLER PIC X(16) VALUE "TXN-TYPE".
        05       FILLER PIC X(7)  VALUE "017001 ".
        05       FILLER PIC X(16) VALUE "POSTED-DATE".
        05       FILLER PIC X(7)  VALUE "018008D".
        05       FILLER PIC X(16) VALUE "AMOUNT".
        05       FILLER PIC X(7)  VALUE "026009M".
        05       FILLER PIC X(16) VALUE "STRING-TYPE".
        05       FILLER PIC X(7)  VALUE "035001 ".
        05       FILLER PIC X(16) VALUE "ENTITY".
        05       FILLER PIC X(7)  VALUE "036002 ".
        05       FILLER PIC X(16) VALUE "TRANSFER-LEG".
        05       FILLER PIC X(7)  VALUE "038001 ".
        05       FILLER PIC X(16) VALUE "COUNTER-KEY".
        05       FILLER PIC X(7)  VALUE "039005 ".
        05       FILLER PIC X(16) VALUE "WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "044007 ".
        05       FILLER PIC X(16) VALUE "COUNTER-WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "051007 ".
      * REJECTTX
        05       FILLER PIC X(16) VALUE "REFERENCE".
        05       FILLER PIC X(7)  VALUE "001008R".
        05       FILLER PIC X(16) VALUE "NUMBER-PART1".
        05       FILLER PIC X(7)  VALUE "009004 ".
        05       FILLER PIC X(16) VALUE "NUMBER-PART2".
        05       FILLER PIC X(7)  VALUE "013004 ".
        05       FILLER PIC X(16) VALUE "TXN-TYPE".
        05       FILLER PIC X(7)  VALUE "017001 ".
        05       FILLER PIC X(16) VALUE "CHECK-DIGIT".
        05       FILLER PIC X(7)  VALUE "018001 ".
        05       FILLER PIC X(16) VALUE "CURRENCY".
        05       FILLER PIC X(7)  VALUE "019003 ".
        05       FILLER PIC X(16) VALUE "ORIGINAL-REF".
        05       FILLER PIC X(7)  VALUE "022004 ".
        05       FILLER PIC X(16) VALUE "GENERATED-FLAG".
        05       FILLER PIC X(7)  VALUE "026001 ".
        05       FILLER PIC X(16) VALUE "VALUE-DATE".
        05       FILLER PIC X(7)  VALUE "027008 ".
        05       FILLER PIC X(16) VALUE "AMOUNT-SIGN".
        05       FILLER PIC X(7)  VALUE "035001 ".
        05       FILLER PIC X(16) VALUE "PRIOR-STATUS".
        05       FILLER PIC X(7)  VALUE "036001 ".
        05       FILLER PIC X(16) VALUE "STRING-TYPE".
        05       FILLER PIC X(7)  VALUE "037001 ".
        05       FILLER PIC X(16) VALUE "COUNTER-KEY".
        05       FILLER PIC X(7)  VALUE "038005 ".
        05       FILLER PIC X(16) VALUE "GENERATED-SOURCE".
        05       FILLER PIC X(7)  VALUE "043001 ".
        05       FILLER PIC X(16) VALUE "RETRY-ATTEMPT".
        05       FILLER PIC X(7)  VALUE "044002 ".
        05       FILLER PIC X(16) VALUE "CREDITOR-REF".
        05       FILLER PIC X(7)  VALUE "046008 ".
        05       FILLER PIC X(16) VALUE "SCREEN-RELEASED".
        05       FILLER PIC X(7)  VALUE "054001 ".
        05       FILLER PIC X(16) VALUE "WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "055007 ".
        05       FILLER PIC X(16) VALUE "COUNTER-WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "062007 ".
        05       FILLER PIC X(16) VALUE "REJECT-REASON".
        05       FILLER PIC X(7)  VALUE "081020 ".
      * APPROVQ
        05       FILLER PIC X(16) VALUE "REFERENCE".
        05       FILLER PIC X(7)  VALUE "001008R".
        05       FILLER PIC X(16) VALUE "NUMBER-PART1".
        05       FILLER PIC X(7)  VALUE "009004 ".
        05       FILLER PIC X(16) VALUE "NUMBER-PART2".
        05       FILLER PIC X(7)  VALUE "013004 ".
        05       FILLER PIC X(16) VALUE "TXN-TYPE".
        05       FILLER PIC X(7)  VALUE "017001 ".
        05       FILLER PIC X(16) VALUE "CHECK-DIGIT".
        05       FILLER PIC X(7)  VALUE "018001 ".
        05       FILLER PIC X(16) VALUE "CURRENCY".
        05       FILLER PIC X(7)  VALUE "019003 ".
        05       FILLER PIC X(16) VALUE "ORIGINAL-REF".
        05       FILLER PIC X(7)  VALUE "022004 ".
        05       FILLER PIC X(16) VALUE "GENERATED-FLAG".
        05       FILLER PIC X(7)  VALUE "026001 ".
        05       FILLER PIC X(16) VALUE "VALUE-DATE".
        05       FILLER PIC X(7)  VALUE "027008 ".
        05       FILLER PIC X(16) VALUE "AMOUNT-SIGN".
        05       FILLER PIC X(7)  VALUE "035001 ".
        05       FILLER PIC X(16) VALUE "PRIOR-STATUS".
        05       FILLER PIC X(7)  VALUE "036001 ".
        05       FILLER PIC X(16) VALUE "STRING-TYPE".
        05       FILLER PIC X(7)  VALUE "037001 ".
        05       FILLER PIC X(16) VALUE "COUNTER-KEY".
        05       FILLER PIC X(7)  VALUE "038005 ".
        05       FILLER PIC X(16) VALUE "GENERATED-SOURCE".
        05       FILLER PIC X(7)  VALUE "043001 ".
        05       FILLER PIC X(16) VALUE "RETRY-ATTEMPT".
        05       FILLER PIC X(7)  VALUE "044002 ".
        05       FILLER PIC X(16) VALUE "CREDITOR-REF".
        05       FILLER PIC X(7)  VALUE "046008 ".
        05       FILLER PIC X(16) VALUE "SCREEN-RELEASED".
        05       FILLER PIC X(7)  VALUE "054001 ".
        05       FILLER PIC X(16) VALUE "WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "055007 ".
        05       FILLER PIC X(16) VALUE "COUNTER-WIDE-KEY".
        05       FILLER PIC X(7)  VALUE "062007 ".
        05       FILLER PIC X(16) VALUE "BASE-AMOUNT".
        05       FILLER PIC X(7)  VALUE "081009M".
        05       FILLER PIC X(16) VALUE "HELD-DATE".
        05       FILLER PIC X(7)  VALUE "090008D".
        05       FILLER PIC X(16) VALUE "HOLD-REASON".
        05       FILLER PIC X(7)  VALUE "098004 ".
      * STATHIST
        05       FILLER PIC X(16) VALUE "TXN-NUMBER".
        05       FILLER PIC X(7)  VALUE "001004 ".
        05       FILLER PIC X(16) VALUE "FROM-STATUS".
        05       FILLER PIC X(7)  VALUE "005001 ".
        05       FILLER PIC X(16) VALUE "TO-STATUS".
        05       FILLER PIC X(7)  VALUE "006001 ".
        05       FILLER PIC X(16) VALUE "STATUS-DATE".
        05       FILLER PIC X(7)  VALUE "007008D".
        05       FILLER PIC X(16) VALUE "PROGRAM".
        05       FILLER PIC X(7)  VALUE "015008 ".
        05       FILLER PIC X(16) VALUE "TRANSFER-LEG".
        05       FILLER PIC X(7)  VALUE "023001 ".
        05       FILLER PIC X(16) VALUE "ACCOUNT-KEY".
        05       FILLER PIC X(7)  VALUE "024005 ".
        05       FILLER PIC X(16) VALUE "COUNTER-KEY".
        05       FILLER PIC X(7)  VALUE "029005 ".
      * BIGWORK
        05       FILLER PIC X(16) VALUE "REFERENCE".
        05       FILLER PIC X(7)  VALUE "009008R".
        05       FILLER PIC X(16) VALUE "NUMBER-PART1".
        05       FILLER PIC X(7)  VALUE "017004 ".
        05       FILLER PIC X(16) VALUE "NUMBER-PART2".
        05       FILLER PIC X(7)  VALUE "021004 ".
        05       FILLER PIC X(16) VALUE "TXN-TYPE".
        05       FILLER PIC X(7)  VALUE "025001 ".
        05       FILLER PIC X(16) VALUE "CHECK-DIGIT".
        05       FILLER PIC X(7)  VALUE "026001 ".
        05       FILLER PIC X(16) VALUE "STRING-TYPE".
        05       FILLER PIC X(7)  VALUE "027001 ".
        05       FILLER PIC X(16) VALUE "CURRENCY".
        05       FILLER PIC X(7)  VALUE "028003 ".
        05       FILLER PIC X(16) VALUE "ORIGINAL-AMOUNT".
        05       FILLER PIC X(7)  VALUE "031009M".
        05       FILLER PIC X(16) VALUE "CHECK-DIGIT-OK".
        05       FILLER PIC X(7)  VALUE "040001 ".
        05       FILLER PIC X(16) VALUE "DISPATCH-PROGRAM".
        05       FILLER PIC X(7)  VALUE "041008 ".
        05       FILLER PIC X(16) VALUE "CALL-STATUS".
        05       FILLER PIC X(7)  VALUE "049001 ".
        05       FILLER PIC X(16) VALUE "REJECT-REASON".
        05       FILLER PIC X(7)  VALUE "050020 ".
        05       FILLER PIC X(16) VALUE "BEFORE-SNAPSHOT".
        05       FILLER PIC X(7)  VALUE "070038S".
        05       FILLER PIC X(16) VALUE "AFTER-SNAPSHOT".
        05       FILLER PIC X(7)  VALUE "108038S".
        05       FILLER PIC X(16) VALUE "GENERATED-FLAG".
        05       FILLER PIC X(7)  VALUE "146001 ".
      * ACCTMAST
        05       FILLER PIC X(16) VALUE "SHORT-KEY".
        05       FILLER PIC X(7)  VALUE "001005 ".
        05       FILLER PIC X(16) VALUE "BALANCE".
        05       FILLER PIC X(7)  VALUE "006011M".
      * DAILYSTAT
        05       FILLER PIC X(16) VALUE "STAT-DATE".
        05       FILLER PIC X(7)  VALUE "001008D".
        05       FILLER PIC X(16) VALUE "STAT-TYPE".
        05       FILLER PIC X(7)  VALUE "009001 ".
        05       FILLER PIC X(16) VALUE "STAT-COUNT".
        05       FILLER PIC X(7)  VALUE "010008 ".
        05       FILLER PIC X(16) VALUE "STAT-AMOUNT".
        05       FILLER PIC X(7)  VALUE "018011M".
        05       FILLER PIC X(16) VALUE "STAT-CYCLE".
        05       FILLER PIC X(7)  VALUE "029002 ".
      * MANIFEST
        05       FILLER PIC X(16) VALUE "FILE-ID".
        05       FILLER PIC X(7)  VALUE "001008 ".
        05       FILLER PIC X(16) VALUE "RECORD-COUNT".
        05       FILLER PIC X(7)  VALUE "009008 ".
        05       FILLER PIC X(16) VALUE "HASH-TOTAL".
        05       FILLER PIC X(7)  VALUE "017008 ".
       01  FIELD-TABLE REDEFINES FIELD-TABLE-VALUES.
        05       FIELD-ENTRY OCCURS 87 TIMES.
         10      FIELD-NAME              PIC X(16).
         10      FIELD-POS               PIC 9(3).
         10      FIELD-LENGTH            PIC 9(3).
         10      FIELD-KIND              PIC X.
       01  FIELD-IDX                    PIC 9(3) VALUE ZERO.
      *
      * PER-FILE COUNTS FOR THE SUMMARY.
       01  FILE-STATS-TABLE VALUE ZEROS.
        05       FILE-STATS-ENTRY OCCURS 8 TIMES.
         10      STATS-CURRENT-READ      PIC 9(8).
         10      STATS-CANDIDATE-READ    PIC 9(8).
         10      STATS-PAIRED            PIC 9(8).
         10      STATS-RECORDS-DIFFERING PIC 9(8).
         10      STATS-ONLY-CURRENT      PIC 9(8).
         10      STATS-ONLY-CANDIDATE    PIC 9(8).
         10      STATS-FIELD-DIFFERENCES PIC 9(8).
         10      STATS-DATES-NORMALISED  PIC 9(8).
      *
      * PAIRING WORK FIELDS - EACH SIDE'S RECORD AS CHARACTERS AND
      * THE KEY IT IS PAIRED ON; HIGH-VALUES ONCE THE SIDE HAS ENDED.
       01  CURRENT-BUFFER               PIC X(208) VALUE SPACES.
       01  CANDIDATE-BUFFER             PIC X(208) VALUE SPACES.
       01  CURRENT-KEY                  PIC X(12) VALUE SPACES.
       01  CANDIDATE-KEY                PIC X(12) VALUE SPACES.
       01  CURRENT-RECORD-NUMBER        PIC 9(8) VALUE ZERO.
       01  CANDIDATE-RECORD-NUMBER      PIC 9(8) VALUE ZERO.
       01  DIFFERENCE-SEQUENCE          PIC 9(8) VALUE ZERO.
       01  CURRENT-VALUE                PIC X(40) VALUE SPACES.
       01  CANDIDATE-VALUE              PIC X(40) VALUE SPACES.
       01  RUN-DATE-TEXT-WORK           PIC 9(8) VALUE ZERO.
      *
      * PRINT-EDITING WORK FIELDS.
       01  VALUE-EDIT-WORK              PIC X(40) VALUE SPACES.
       01  MONEY-9-TEXT                 PIC X(9) VALUE ZEROS.
       01  MONEY-9-VALUE REDEFINES MONEY-9-TEXT PIC S9(7)V99.
       01  MONEY-11-TEXT                PIC X(11) VALUE ZEROS.
       01  MONEY-11-VALUE REDEFINES MONEY-11-TEXT PIC S9(9)V99.
       01  MONEY-EDIT                   PIC -9(9),99.
      *
      * REPORT CONTROL-BREAK FIELDS.
       01  REPORT-FILE-HOLD             PIC 9 VALUE ZERO.
       01  REPORT-FIELD-HOLD            PIC 9(3) VALUE ZERO.
       01  FIELD-DIFFERENCE-COUNT       PIC 9(8) VALUE ZERO.
       01  FIELD-LISTED-LIMIT           PIC 9(4) VALUE 25.
       01  FIELD-NOT-LISTED-COUNT       PIC 9(8) VALUE ZERO.
       01  MATERIAL-DIFFERENCE-COUNT    PIC 9(8) VALUE ZERO.
       01  COUNT-EDIT                   PIC Z.ZZZ.ZZ9.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(27)
                 VALUE "PARALLEL-RUN COMPARISON - ".
        05       FILLER                  PIC X(8) VALUE "CURRENT ".
        05       REPORT-HEADING-CURRENT  PIC 9(8).
        05       FILLER                  PIC X(11) VALUE " CANDIDATE ".
        05       REPORT-HEADING-CANDIDATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(4) VALUE SPACES.
        05       FILLER                  PIC X(13) VALUE "RECORD".
        05       FILLER                  PIC X(41) VALUE "CURRENT".
        05       FILLER                  PIC X(9) VALUE "CANDIDATE".
       01  REPORT-DETAIL-LINE.
        05       FILLER                  PIC X(4) VALUE SPACES.
        05       REPORT-RECORD-ID        PIC X(12).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CURRENT-VALUE    PIC X(40).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-CANDIDATE-VALUE  PIC X(40).
       01  REPORT-SUMMARY-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-SUMMARY-FILE     PIC X(9).
        05       REPORT-SUMMARY-CURRENT  PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-CANDIDATE PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-PAIRED   PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-DIFFERING PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-ONLY-CUR PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-ONLY-CAN PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-FIELDS   PIC Z.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SUMMARY-NORMAL   PIC Z.ZZZ.ZZ9.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START PARLCMP".
           PERFORM FIND-RUN-DATES.
           DISPLAY "CURRENT RUN DATE: " CURRENT-RUN-DATE
               " CANDIDATE RUN DATE: " CANDIDATE-RUN-DATE.
           OPEN OUTPUT COMPARISON-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           SORT DIFFERENCE-SORT-FILE
               ON ASCENDING KEY DS-FILE-IDX DS-FIELD-IDX DS-SEQUENCE
               INPUT PROCEDURE IS COMPARE-OUTPUT-SETS
               OUTPUT PROCEDURE IS REPORT-DIFFERENCES.
           PERFORM WRITE-SUMMARY-SECTION.
           CLOSE COMPARISON-REPORT.
           PERFORM DISPLAY-FILE-RESULT
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT.
           DISPLAY "MATERIAL DIFFERENCES: " MATERIAL-DIFFERENCE-COUNT.
           IF MATERIAL-DIFFERENCE-COUNT > ZERO
               DISPLAY "CANDIDATE DIFFERS FROM THE CURRENT RELEASE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CANDIDATE MATCHES THE CURRENT RELEASE"
           END-IF.
      *
       PROG-EX.
           DISPLAY "END PARLCMP".
           EXIT PROGRAM.
      *
      * FIND-RUN-DATES - EACH SET'S RUN DATE IS THE LATEST DATE ITS
      * DAILYSTAT CARRIES - THE FILE HOLDS EVERY DAY'S ROWS, AND THE
      * RUN BEING COMPARED WROTE THE NEWEST.
      *
       FIND-RUN-DATES SECTION.
           MOVE 7 TO FILE-IDX.
           PERFORM OPEN-FILE-PAIR.
           PERFORM READ-CURRENT-RECORD.
           PERFORM TAKE-CURRENT-RUN-DATE UNTIL END-OF-CURRENT.
           PERFORM READ-CANDIDATE-RECORD.
           PERFORM TAKE-CANDIDATE-RUN-DATE UNTIL END-OF-CANDIDATE.
           PERFORM CLOSE-FILE-PAIR.
      * DAILYSTAT IS READ AGAIN FOR THE COMPARISON - COUNT IT THEN.
           MOVE ZEROS TO FILE-STATS-TABLE.
       EXIT.
      *
       TAKE-CURRENT-RUN-DATE SECTION.
           IF CURRENT-BUFFER(1:8) NUMERIC
               MOVE CURRENT-BUFFER(1:8) TO STAT-DATE-WORK
               IF STAT-DATE-WORK > CURRENT-RUN-DATE
                   MOVE STAT-DATE-WORK TO CURRENT-RUN-DATE
               END-IF
           END-IF.
           PERFORM READ-CURRENT-RECORD.
       EXIT.
      *
       TAKE-CANDIDATE-RUN-DATE SECTION.
           IF CANDIDATE-BUFFER(1:8) NUMERIC
               MOVE CANDIDATE-BUFFER(1:8) TO STAT-DATE-WORK
               IF STAT-DATE-WORK > CANDIDATE-RUN-DATE
                   MOVE STAT-DATE-WORK TO CANDIDATE-RUN-DATE
               END-IF
           END-IF.
           PERFORM READ-CANDIDATE-RECORD.
       EXIT.
      *
      * COMPARE-OUTPUT-SETS - THE SORT'S INPUT: EVERY FILE PAIR
      * COMPARED IN TURN, EACH DIFFERENCE RELEASED AS FOUND.
      *
       COMPARE-OUTPUT-SETS SECTION.
           PERFORM COMPARE-ONE-FILE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT.
       EXIT.
      *
       COMPARE-ONE-FILE SECTION.
           PERFORM OPEN-FILE-PAIR.
           PERFORM READ-CURRENT-RECORD.
           PERFORM READ-CANDIDATE-RECORD.
           PERFORM PAIR-ONE-RECORD
               UNTIL END-OF-CURRENT AND END-OF-CANDIDATE.
           PERFORM CLOSE-FILE-PAIR.
       EXIT.
      *
      * PAIR-ONE-RECORD - THE LOWER KEY IS A RECORD THE OTHER SET
      * DOES NOT HAVE; EQUAL KEYS ARE COMPARED FIELD BY FIELD. A
      * SIDE THAT HAS ENDED HOLDS HIGH-VALUES, SO THE OTHER SIDE'S
      * REMAINING RECORDS ALL COME OUT AS ONE-SIDED.
      *
       PAIR-ONE-RECORD SECTION.
           IF CURRENT-KEY = CANDIDATE-KEY
               ADD 1 TO STATS-PAIRED(FILE-IDX)
               PERFORM COMPARE-PAIRED-RECORD
               PERFORM READ-CURRENT-RECORD
               PERFORM READ-CANDIDATE-RECORD
               GO TO PAIR-ONE-RECORD-EX
           END-IF.
           MOVE ZERO TO FIELD-IDX.
           IF CURRENT-KEY < CANDIDATE-KEY
               ADD 1 TO STATS-ONLY-CURRENT(FILE-IDX)
               MOVE CURRENT-KEY TO DS-RECORD-ID
               MOVE "PRESENT" TO CURRENT-VALUE
               MOVE "NOT IN THIS SET" TO CANDIDATE-VALUE
               PERFORM RELEASE-DIFFERENCE
               PERFORM READ-CURRENT-RECORD
           ELSE
               ADD 1 TO STATS-ONLY-CANDIDATE(FILE-IDX)
               MOVE CANDIDATE-KEY TO DS-RECORD-ID
               MOVE "NOT IN THIS SET" TO CURRENT-VALUE
               MOVE "PRESENT" TO CANDIDATE-VALUE
               PERFORM RELEASE-DIFFERENCE
               PERFORM READ-CANDIDATE-RECORD
           END-IF.
       PAIR-ONE-RECORD-EX.
       EXIT.
      *
       COMPARE-PAIRED-RECORD SECTION.
           MOVE "N" TO RECORD-DIFFERS-SWITCH.
           MOVE "N" TO REFERENCE-RECORD-SWITCH.
           IF FILE-STRING-TYPE-POS(FILE-IDX) > ZERO
               IF CURRENT-BUFFER(FILE-STRING-TYPE-POS(FILE-IDX):1)
                   = "R"
                   OR CANDIDATE-BUFFER(FILE-STRING-TYPE-POS(FILE-IDX):1)
                   = "R"
                   MOVE "Y" TO REFERENCE-RECORD-SWITCH
               END-IF
           END-IF.
           PERFORM COMPARE-ONE-FIELD
               VARYING FIELD-IDX FROM FILE-FIRST-FIELD(FILE-IDX) BY 1
               UNTIL FIELD-IDX > FILE-LAST-FIELD(FILE-IDX).
           IF RECORD-DIFFERS
               ADD 1 TO STATS-RECORDS-DIFFERING(FILE-IDX)
           END-IF.
       EXIT.
      *
      * COMPARE-ONE-FIELD - A RUN-STAMPED DATE HOLDING THE
      * CANDIDATE'S RUN DATE IS TAKEN AS THE CURRENT SET'S BEFORE
      * THE TWO ARE COMPARED.
      *
       COMPARE-ONE-FIELD SECTION.
           MOVE SPACES TO CURRENT-VALUE.
           MOVE SPACES TO CANDIDATE-VALUE.
           MOVE CURRENT-BUFFER(FIELD-POS(FIELD-IDX):
               FIELD-LENGTH(FIELD-IDX)) TO CURRENT-VALUE.
           MOVE CANDIDATE-BUFFER(FIELD-POS(FIELD-IDX):
               FIELD-LENGTH(FIELD-IDX)) TO CANDIDATE-VALUE.
           IF FIELD-KIND(FIELD-IDX) = "D"
               AND CANDIDATE-RUN-DATE NOT = CURRENT-RUN-DATE
               AND CANDIDATE-RUN-DATE > ZERO
               AND CURRENT-RUN-DATE > ZERO
               MOVE CANDIDATE-RUN-DATE TO RUN-DATE-TEXT-WORK
               IF CANDIDATE-VALUE(1:8) = RUN-DATE-TEXT-WORK
                   MOVE CURRENT-RUN-DATE TO CANDIDATE-VALUE(1:8)
                   ADD 1 TO STATS-DATES-NORMALISED(FILE-IDX)
               END-IF
           END-IF.
           IF CURRENT-VALUE = CANDIDATE-VALUE
               GO TO COMPARE-ONE-FIELD-EX
           END-IF.
           MOVE "Y" TO RECORD-DIFFERS-SWITCH.
           ADD 1 TO STATS-FIELD-DIFFERENCES(FILE-IDX).
           MOVE CURRENT-KEY TO DS-RECORD-ID.
           PERFORM EDIT-FIELD-VALUES.
           PERFORM RELEASE-DIFFERENCE.
       COMPARE-ONE-FIELD-EX.
       EXIT.
      *
      * EDIT-FIELD-VALUES - AMOUNTS EDITED, A PAYMENT REFERENCE
      * MASKED DOWN TO ITS LAST TWO CHARACTERS, A SNAPSHOT OF A
      * PAYMENT-REFERENCE PASS WITHHELD - THE SNAPSHOT CARRIES THE
      * REFERENCE IN THE CLEAR.
      *
       EDIT-FIELD-VALUES SECTION.
           EVALUATE FIELD-KIND(FIELD-IDX)
               WHEN "M"
                   MOVE CURRENT-VALUE TO VALUE-EDIT-WORK
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE VALUE-EDIT-WORK TO CURRENT-VALUE
                   MOVE CANDIDATE-VALUE TO VALUE-EDIT-WORK
                   PERFORM EDIT-ONE-AMOUNT
                   MOVE VALUE-EDIT-WORK TO CANDIDATE-VALUE
               WHEN "R"
                   IF REFERENCE-RECORD
                       MOVE "******" TO CURRENT-VALUE(1:6)
                       MOVE "******" TO CANDIDATE-VALUE(1:6)
                   END-IF
               WHEN "S"
                   IF REFERENCE-RECORD
                       MOVE "(NOT PRINTED - PAYMENT REFERENCE)"
                           TO CURRENT-VALUE
                       MOVE "(NOT PRINTED - PAYMENT REFERENCE)"
                           TO CANDIDATE-VALUE
                   END-IF
           END-EVALUATE.
       EXIT.
      *
       EDIT-ONE-AMOUNT SECTION.
           IF FIELD-LENGTH(FIELD-IDX) = 9
               MOVE VALUE-EDIT-WORK(1:9) TO MONEY-9-TEXT
               IF MONEY-9-VALUE NUMERIC
                   MOVE MONEY-9-VALUE TO MONEY-EDIT
                   MOVE MONEY-EDIT TO VALUE-EDIT-WORK
               END-IF
           ELSE
               MOVE VALUE-EDIT-WORK(1:11) TO MONEY-11-TEXT
               IF MONEY-11-VALUE NUMERIC
                   MOVE MONEY-11-VALUE TO MONEY-EDIT
                   MOVE MONEY-EDIT TO VALUE-EDIT-WORK
               END-IF
           END-IF.
       EXIT.
      *
       RELEASE-DIFFERENCE SECTION.
           ADD 1 TO DIFFERENCE-SEQUENCE.
           ADD 1 TO MATERIAL-DIFFERENCE-COUNT.
           MOVE FILE-IDX TO DS-FILE-IDX.
           MOVE FIELD-IDX TO DS-FIELD-IDX.
           MOVE DIFFERENCE-SEQUENCE TO DS-SEQUENCE.
           MOVE CURRENT-VALUE TO DS-CURRENT-VALUE.
           MOVE CANDIDATE-VALUE TO DS-CANDIDATE-VALUE.
           RELEASE DIFFERENCE-SORT-RECORD.
       EXIT.
      *
      * REPORT-DIFFERENCES - THE SORT'S OUTPUT: A HEADING PER FILE,
      * THE DIFFERENCES OF EACH FIELD TOGETHER UNDER THE FIELD'S
      * NAME - THE FIRST FEW LISTED, THE COUNT OF ALL.
      *
       REPORT-DIFFERENCES SECTION.
           MOVE "N" TO DIFFERENCE-SORT-SWITCH.
           PERFORM RETURN-DIFFERENCE.
           IF END-OF-DIFFERENCES
               MOVE "NO DIFFERENCES - THE TWO OUTPUT SETS AGREE."
                   TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
               GO TO REPORT-DIFFERENCES-EX
           END-IF.
           PERFORM REPORT-ONE-FILE UNTIL END-OF-DIFFERENCES.
       REPORT-DIFFERENCES-EX.
       EXIT.
      *
       REPORT-ONE-FILE SECTION.
           MOVE DS-FILE-IDX TO REPORT-FILE-HOLD.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "FILE " DELIMITED BY SIZE
               FILE-NAME(REPORT-FILE-HOLD) DELIMITED BY SPACE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-FIELD
               UNTIL END-OF-DIFFERENCES
               OR DS-FILE-IDX NOT = REPORT-FILE-HOLD.
       EXIT.
      *
       REPORT-ONE-FIELD SECTION.
           MOVE DS-FIELD-IDX TO REPORT-FIELD-HOLD.
           MOVE ZERO TO FIELD-DIFFERENCE-COUNT.
           MOVE ZERO TO FIELD-NOT-LISTED-COUNT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           IF REPORT-FIELD-HOLD = ZERO
               MOVE "  RECORD PRESENT IN ONE SET ONLY"
                   TO REPORT-BUILD-LINE
           ELSE
               STRING "  FIELD " DELIMITED BY SIZE
                   FIELD-NAME(REPORT-FIELD-HOLD) DELIMITED BY SPACE
                   INTO REPORT-BUILD-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-COLUMN-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-DIFFERENCE
               UNTIL END-OF-DIFFERENCES
               OR DS-FILE-IDX NOT = REPORT-FILE-HOLD
               OR DS-FIELD-IDX NOT = REPORT-FIELD-HOLD.
           IF FIELD-NOT-LISTED-COUNT > ZERO
               MOVE FIELD-NOT-LISTED-COUNT TO COUNT-EDIT
               MOVE SPACES TO REPORT-BUILD-LINE
               STRING "    ... AND " DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " MORE NOT LISTED" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE FIELD-DIFFERENCE-COUNT TO COUNT-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "    " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               " DIFFERENCE(S)" DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       REPORT-ONE-DIFFERENCE SECTION.
           ADD 1 TO FIELD-DIFFERENCE-COUNT.
           IF FIELD-DIFFERENCE-COUNT > FIELD-LISTED-LIMIT
               ADD 1 TO FIELD-NOT-LISTED-COUNT
           ELSE
               MOVE DS-RECORD-ID TO REPORT-RECORD-ID
               MOVE DS-CURRENT-VALUE TO REPORT-CURRENT-VALUE
               MOVE DS-CANDIDATE-VALUE TO REPORT-CANDIDATE-VALUE
               MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM RETURN-DIFFERENCE.
       EXIT.
      *
       RETURN-DIFFERENCE SECTION.
           RETURN DIFFERENCE-SORT-FILE
               AT END
                   SET END-OF-DIFFERENCES TO TRUE
           END-RETURN.
       EXIT.
      *
      * WRITE-SUMMARY-SECTION - ONE LINE PER FILE: RECORDS IN EACH
      * SET, PAIRED, PAIRED BUT DIFFERING, IN ONE SET ONLY, FIELD
      * DIFFERENCES, AND RUN DATES NORMALISED.
      *
       WRITE-SUMMARY-SECTION SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "SUMMARY BY FILE" TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "  FILE       CURRENT CANDIDATE    PAIRED DIFFERING"
               TO REPORT-BUILD-LINE.
           MOVE "  CUR ONLY  CAN ONLY    FIELDS NORMALISED"
               TO REPORT-BUILD-LINE(51:).
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING FILE-IDX FROM 1 BY 1
               UNTIL FILE-IDX > FILE-COUNT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MATERIAL-DIFFERENCE-COUNT TO COUNT-EDIT.
           STRING "MATERIAL DIFFERENCES: " DELIMITED BY SIZE
               COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       WRITE-ONE-SUMMARY-LINE SECTION.
           MOVE FILE-NAME(FILE-IDX) TO REPORT-SUMMARY-FILE.
           MOVE STATS-CURRENT-READ(FILE-IDX) TO REPORT-SUMMARY-CURRENT.
           MOVE STATS-CANDIDATE-READ(FILE-IDX)
               TO REPORT-SUMMARY-CANDIDATE.
           MOVE STATS-PAIRED(FILE-IDX) TO REPORT-SUMMARY-PAIRED.
           MOVE STATS-RECORDS-DIFFERING(FILE-IDX)
               TO REPORT-SUMMARY-DIFFERING.
           MOVE STATS-ONLY-CURRENT(FILE-IDX) TO REPORT-SUMMARY-ONLY-CUR.
           MOVE STATS-ONLY-CANDIDATE(FILE-IDX)
               TO REPORT-SUMMARY-ONLY-CAN.
           MOVE STATS-FIELD-DIFFERENCES(FILE-IDX)
               TO REPORT-SUMMARY-FIELDS.
           MOVE STATS-DATES-NORMALISED(FILE-IDX)
               TO REPORT-SUMMARY-NORMAL.
           MOVE REPORT-SUMMARY-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
       EXIT.
      *
       DISPLAY-FILE-RESULT SECTION.
           DISPLAY FILE-NAME(FILE-IDX) " PAIRED "
               STATS-PAIRED(FILE-IDX) " DIFFERING "
               STATS-RECORDS-DIFFERING(FILE-IDX) " ONE SET ONLY "
               STATS-ONLY-CURRENT(FILE-IDX) "/"
               STATS-ONLY-CANDIDATE(FILE-IDX).
       EXIT.
      *
      * OPEN-FILE-PAIR / CLOSE-FILE-PAIR - THE TWO SETS' COPIES OF
      * THE FILE IN FILE-IDX.
      *
       OPEN-FILE-PAIR SECTION.
           MOVE "N" TO CURRENT-FILE-SWITCH.
           MOVE "N" TO CANDIDATE-FILE-SWITCH.
           MOVE ZERO TO CURRENT-RECORD-NUMBER.
           MOVE ZERO TO CANDIDATE-RECORD-NUMBER.
           EVALUATE FILE-IDX
               WHEN 1
                   OPEN INPUT CURRENT-POSTED
                   OPEN INPUT CANDIDATE-POSTED
               WHEN 2
                   OPEN INPUT CURRENT-REJECTS
                   OPEN INPUT CANDIDATE-REJECTS
               WHEN 3
                   OPEN INPUT CURRENT-APPROVALS
                   OPEN INPUT CANDIDATE-APPROVALS
               WHEN 4
                   OPEN INPUT CURRENT-STATUS
                   OPEN INPUT CANDIDATE-STATUS
               WHEN 5
                   OPEN INPUT CURRENT-BIG-WORK
                   OPEN INPUT CANDIDATE-BIG-WORK
               WHEN 6
                   OPEN INPUT CURRENT-MASTER
                   OPEN INPUT CANDIDATE-MASTER
               WHEN 7
                   OPEN INPUT CURRENT-DAILY-STATS
                   OPEN INPUT CANDIDATE-DAILY-STATS
               WHEN 8
                   OPEN INPUT CURRENT-MANIFEST
                   OPEN INPUT CANDIDATE-MANIFEST
           END-EVALUATE.
       EXIT.
      *
       CLOSE-FILE-PAIR SECTION.
           EVALUATE FILE-IDX
               WHEN 1
                   CLOSE CURRENT-POSTED
                   CLOSE CANDIDATE-POSTED
               WHEN 2
                   CLOSE CURRENT-REJECTS
                   CLOSE CANDIDATE-REJECTS
               WHEN 3
                   CLOSE CURRENT-APPROVALS
                   CLOSE CANDIDATE-APPROVALS
               WHEN 4
                   CLOSE CURRENT-STATUS
                   CLOSE CANDIDATE-STATUS
               WHEN 5
                   CLOSE CURRENT-BIG-WORK
                   CLOSE CANDIDATE-BIG-WORK
               WHEN 6
                   CLOSE CURRENT-MASTER
                   CLOSE CANDIDATE-MASTER
               WHEN 7
                   CLOSE CURRENT-DAILY-STATS
                   CLOSE CANDIDATE-DAILY-STATS
               WHEN 8
                   CLOSE CURRENT-MANIFEST
                   CLOSE CANDIDATE-MANIFEST
           END-EVALUATE.
       EXIT.
      *
      * READ-CURRENT-RECORD / READ-CANDIDATE-RECORD - THE NEXT RECORD
      * OF THE FILE IN FILE-IDX INTO THE SIDE'S BUFFER, AND THE KEY
      * IT PAIRS ON: ITS KEY FIELD, OR ITS RECORD NUMBER IN A FILE
      * PAIRED IN FILE ORDER.
      *
       READ-CURRENT-RECORD SECTION.
           MOVE SPACES TO CURRENT-BUFFER.
           EVALUATE FILE-IDX
               WHEN 1
                   READ CURRENT-POSTED INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 2
                   READ CURRENT-REJECTS INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 3
                   READ CURRENT-APPROVALS INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 4
                   READ CURRENT-STATUS INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 5
                   READ CURRENT-BIG-WORK INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 6
                   READ CURRENT-MASTER INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 7
                   READ CURRENT-DAILY-STATS INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
               WHEN 8
                   READ CURRENT-MANIFEST INTO CURRENT-BUFFER
                       AT END SET END-OF-CURRENT TO TRUE
                   END-READ
           END-EVALUATE.
           IF END-OF-CURRENT
               MOVE HIGH-VALUES TO CURRENT-KEY
               GO TO READ-CURRENT-RECORD-EX
           END-IF.
           ADD 1 TO CURRENT-RECORD-NUMBER.
           ADD 1 TO STATS-CURRENT-READ(FILE-IDX).
           MOVE SPACES TO CURRENT-KEY.
           IF FILE-KEY-LENGTH(FILE-IDX) = ZERO
               MOVE CURRENT-RECORD-NUMBER TO CURRENT-KEY
           ELSE
               MOVE CURRENT-BUFFER(FILE-KEY-POS(FILE-IDX):
                   FILE-KEY-LENGTH(FILE-IDX)) TO CURRENT-KEY
           END-IF.
       READ-CURRENT-RECORD-EX.
       EXIT.
      *
       READ-CANDIDATE-RECORD SECTION.
           MOVE SPACES TO CANDIDATE-BUFFER.
           EVALUATE FILE-IDX
               WHEN 1
                   READ CANDIDATE-POSTED INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 2
                   READ CANDIDATE-REJECTS INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 3
                   READ CANDIDATE-APPROVALS INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 4
                   READ CANDIDATE-STATUS INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 5
                   READ CANDIDATE-BIG-WORK INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 6
                   READ CANDIDATE-MASTER INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 7
                   READ CANDIDATE-DAILY-STATS INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
               WHEN 8
                   READ CANDIDATE-MANIFEST INTO CANDIDATE-BUFFER
                       AT END SET END-OF-CANDIDATE TO TRUE
                   END-READ
           END-EVALUATE.
           IF END-OF-CANDIDATE
               MOVE HIGH-VALUES TO CANDIDATE-KEY
               GO TO READ-CANDIDATE-RECORD-EX
           END-IF.
           ADD 1 TO CANDIDATE-RECORD-NUMBER.
           ADD 1 TO STATS-CANDIDATE-READ(FILE-IDX).
           MOVE SPACES TO CANDIDATE-KEY.
           IF FILE-KEY-LENGTH(FILE-IDX) = ZERO
               MOVE CANDIDATE-RECORD-NUMBER TO CANDIDATE-KEY
           ELSE
               MOVE CANDIDATE-BUFFER(FILE-KEY-POS(FILE-IDX):
                   FILE-KEY-LENGTH(FILE-IDX)) TO CANDIDATE-KEY
           END-IF.
       READ-CANDIDATE-RECORD-EX.
       EXIT.
      *
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE CURRENT-RUN-DATE TO REPORT-HEADING-CURRENT.
           MOVE CANDIDATE-RUN-DATE TO REPORT-HEADING-CANDIDATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO COMPARISON-REPORT-LINE.
           WRITE COMPARISON-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO COMPARISON-REPORT-LINE.
           WRITE COMPARISON-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO REPORT-BUILD-LINE.
       EXIT.
      *
       END PROGRAM PARLCMP.
