       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPRPT.
      *
      *
      * WEEKLY DATASET GROWTH AND CAPACITY REPORT. THE STREAM'S
      * LONG-LIVED FILES ONLY EVER GROW, AND A FILE OUTGROWING ITS
      * SPACE HAS SO FAR ONLY BEEN FOUND BY A JOB ABENDING FOR IT IN
      * THE NIGHT. THIS JOB TAKES THE RECORD COUNT OF EACH FILE IN
      * THE DATASET TABLE BELOW - FROM THE DAY'S MANIFEST ROW WHERE
      * TEST WRITES ONE, BY READING THE FILE OTHERWISE - AND FILES IT
      * ON THE CAPHIST CAPACITY HISTORY. THE TREND IS DRAWN FROM THE
      * OLDEST HISTORY ROW OF THE LAST THREE MONTHS TO TODAY'S COUNT,
      * OVER THE CALENDAR DAYS BETWEEN THEM (BUSIDAYS HOLDS EVERY
      * DATE), AND CARRIED ON 90 DAYS. EACH FILE IS MEASURED AGAINST
      * ITS RECORD LIMIT - THE DEFAULT IN THE TABLE, OR A PARMMAST
      * ROW <FILE>-RECORD-LIMIT FOR CAPRPT WHEN THE SPACE IS
      * REALLOCATED. A FILE PROJECTED PAST ITS LIMIT RAISES AN
      * OPSALERT AT SEVERITY 4, ONE ALREADY PAST IT AT SEVERITY 8, AND
      * THE JOB ENDS RC 4. THE REPORT GOES TO CAPRPT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * REALLOCATED FILE'S NEW RECORD LIMIT IS FILED HERE.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CAPACITY-HISTORY - READ FOR THE TREND, THEN APPENDED TO.
           SELECT OPTIONAL CAPACITY-HISTORY ASSIGN TO "CAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAPACITY-REPORT ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * OPERATIONS-ALERT-FILE - APPENDED TO, NOT REWRITTEN.
           SELECT OPERATIONS-ALERT-FILE ASSIGN TO "OPSALERT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE DATASETS MEASURED - EACH READ ONLY TO BE COUNTED, AND
      * ONLY WHEN THE MANIFEST HAS NO ROW FOR IT.
           SELECT OPTIONAL BIG-WORK-FILE ASSIGN TO "BIGWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BIG-WORK-KEY.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATUS-HISTORY-FILE ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUALITY-HISTORY ASSIGN TO "QUALHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-HISTORY ASSIGN TO "RATEHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-LEDGER ASSIGN TO "STEPLEDG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-HISTORY-FILE ASSIGN TO "SLAHIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-ACTIVITY-HISTORY ASSIGN TO "GLACTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANIFEST.
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
       FD  CAPACITY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY CAPACITYHISTORY.
      *
       FD  CAPACITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CAPACITY-REPORT-LINE         PIC X(132).
      *
      * KEEP THIS LAYOUT IN STEP WITH OPERATIONS-ALERT-RECORD IN TEST.
       FD  OPERATIONS-ALERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATIONS-ALERT-RECORD.
        05       ALERT-REASON-CODE       PIC X(8).
        05       ALERT-SEVERITY          PIC 9(2).
        05       ALERT-DETAIL            PIC X(60).
      *
      * KEEP THIS LAYOUT IN STEP WITH BIG-WORK-RECORD IN TEST.
       FD  BIG-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  BIG-WORK-RECORD.
        05       BIG-WORK-KEY            PIC 9(8).
        05       BIG-WORK-PAGE           PIC X(200).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       FD  STATUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATUSHISTORY.
      *
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
      * KEEP THIS LENGTH IN STEP WITH QUALITY-HISTORY-RECORD IN
      * FEEDQUAL.
       FD  QUALITY-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  QUALITY-HISTORY-RECORD       PIC X(57).
      *
      * KEEP THIS LENGTH IN STEP WITH RATE-HISTORY-RECORD IN TEST.
       FD  RATE-HISTORY
           LABEL RECORDS ARE STANDARD.
       01  RATE-HISTORY-RECORD          PIC X(21).
      *
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  STEP-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY STEPLEDGER.
      *
       FD  SLA-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SLAHISTORY.
      *
       FD  GL-ACTIVITY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GLACTIVITY.
      *
       FD  RUN-STATISTICS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RUNSTATS.
      *
       WORKING-STORAGE SECTION.
       01  MANIFEST-FILE-SWITCH         PIC X VALUE "N".
         88      END-OF-MANIFEST            VALUE "Y".
       01  BUSINESS-CALENDAR-SWITCH     PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  CAPACITY-HISTORY-SWITCH      PIC X VALUE "N".
         88      END-OF-CAPACITY-HISTORY    VALUE "Y".
      * ONE END-OF-FILE SWITCH SERVES EVERY DATASET COUNTED - THEY
      * ARE READ ONE AT A TIME.
       01  DATASET-FILE-SWITCH          PIC X VALUE "N".
         88      END-OF-DATASET             VALUE "Y".
      *
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE TREND WINDOW OPENS THE SAME DAY THREE MONTHS BACK.
       01  WINDOW-START-DATE            PIC 9(8) VALUE ZERO.
       01  WINDOW-START-PARTS REDEFINES WINDOW-START-DATE.
        05       WINDOW-START-YEAR       PIC 9(4).
        05       WINDOW-START-MONTH      PIC 9(2).
        05       WINDOW-START-DAY        PIC 9(2).
      *
      * DATASET TABLE - EVERY LONG-LIVED FILE THE STREAM OWNS AND
      * THE RECORD LIMIT ITS SPACE WAS ALLOCATED FOR. A FILE ADDED
      * HERE ALSO NEEDS ITS SELECT, ITS FD AND A COUNT SECTION, AND
      * ITS RECORD-LIMIT ROW IN THE PARMMNT AND PARMRPT TABLES.
       01  DATASET-TABLE-VALUES.
        05       FILLER PIC X(8)  VALUE "BIGWORK".
        05       FILLER PIC 9(10) VALUE 2000000.
        05       FILLER PIC X(8)  VALUE "AUDITLOG".
        05       FILLER PIC 9(10) VALUE 5000000.
        05       FILLER PIC X(8)  VALUE "STATHIST".
        05       FILLER PIC 9(10) VALUE 5000000.
        05       FILLER PIC X(8)  VALUE "BALSNAP".
        05       FILLER PIC 9(10) VALUE 10000000.
        05       FILLER PIC X(8)  VALUE "QUALHIST".
        05       FILLER PIC 9(10) VALUE 500000.
        05       FILLER PIC X(8)  VALUE "RATEHIST".
        05       FILLER PIC 9(10) VALUE 500000.
        05       FILLER PIC X(8)  VALUE "POSTEDTX".
        05       FILLER PIC 9(10) VALUE 10000000.
        05       FILLER PIC X(8)  VALUE "MSTJRNL".
        05       FILLER PIC 9(10) VALUE 10000000.
        05       FILLER PIC X(8)  VALUE "STEPLEDG".
        05       FILLER PIC 9(10) VALUE 1000000.
        05       FILLER PIC X(8)  VALUE "SLAHIST".
        05       FILLER PIC 9(10) VALUE 500000.
        05       FILLER PIC X(8)  VALUE "GLACTHIS".
        05       FILLER PIC 9(10) VALUE 2000000.
        05       FILLER PIC X(8)  VALUE "RUNSTATS".
        05       FILLER PIC 9(10) VALUE 1000000.
       01  DATASET-TABLE REDEFINES DATASET-TABLE-VALUES.
        05       DATASET-ENTRY OCCURS 12 TIMES.
         10      DATASET-ID              PIC X(8).
         10      DATASET-DEFAULT-LIMIT   PIC 9(10).
       01  DATASET-COUNT                PIC 99 VALUE 12.
       01  DATASET-IDX                  PIC 99 VALUE 1.
      *
      * WHAT EACH DATASET MEASURED TODAY, AND THE HISTORY ROW ITS
      * TREND IS DRAWN FROM.
       01  DATASET-WORK-TABLE VALUE ZEROS.
        05       DATASET-WORK-ENTRY OCCURS 12 TIMES.
         10      DATASET-RECORDS         PIC 9(10).
         10      DATASET-SOURCE          PIC X.
         10      DATASET-LIMIT           PIC 9(10).
         10      DATASET-BASE-DATE       PIC 9(8).
         10      DATASET-BASE-RECORDS    PIC 9(10).
         10      DATASET-DAYS            PIC 9(4).
         10      DATASET-GROWTH          PIC 9(10).
         10      DATASET-PROJECTED       PIC 9(10).
         10      DATASET-PERCENT         PIC 9(4).
         10      DATASET-STATUS          PIC X.
           88    DATASET-WITHIN-LIMIT        VALUE "0".
           88    DATASET-NO-TREND            VALUE "N".
           88    DATASET-PROJECTED-OVER      VALUE "P".
           88    DATASET-ALREADY-OVER        VALUE "O".
       01  DATASET-RECORD-COUNT         PIC 9(10) VALUE ZERO.
       01  DATASET-FOUND-IDX            PIC 99 VALUE ZERO.
       01  PERCENT-WORK                 PIC 9(8) VALUE ZERO.
      *
      * PARAMETER-MASTER WORK FIELDS.
       01  PARAMETER-MASTER-SWITCH      PIC X VALUE "N".
         88      END-OF-PARAMETER-MASTER    VALUE "Y".
       01  PARM-LOOKUP-NAME             PIC X(24) VALUE SPACES.
       01  PARM-LOOKUP-SWITCH           PIC X VALUE "N".
         88      PARM-LOOKUP-FOUND          VALUE "Y".
       01  PARM-LOOKUP-EFFECTIVE-DATE   PIC 9(8) VALUE ZERO.
       01  PARM-LOOKUP-VALUE            PIC 9(9)V99 VALUE ZERO.
      *
       01  ALERTS-RAISED-COUNT          PIC 9(4) VALUE ZERO.
       01  MANIFEST-USED-COUNT          PIC 9(4) VALUE ZERO.
       01  DATASETS-COUNTED             PIC 9(4) VALUE ZERO.
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT.
       01  REPORT-PAGE-NUMBER           PIC 9(4) VALUE ZERO.
       01  REPORT-LINE-COUNT            PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  REPORT-HEADING-LINE.
        05       FILLER                  PIC X(32)
                 VALUE "DATASET GROWTH AND CAPACITY - ".
        05       REPORT-HEADING-RUN-DATE PIC 9(8).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-COLUMN-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       FILLER                  PIC X(8) VALUE "FILE".
        05       FILLER                  PIC X(3) VALUE " S ".
        05       FILLER                  PIC X(13)
                 VALUE "      RECORDS".
        05       FILLER                  PIC X(9) VALUE " BASE DAY".
        05       FILLER                  PIC X(14)
                 VALUE "  BASE RECORDS".
        05       FILLER                  PIC X(5) VALUE " DAYS".
        05       FILLER                  PIC X(14)
                 VALUE "    GROWTH 90D".
        05       FILLER                  PIC X(14)
                 VALUE "     PROJECTED".
        05       FILLER                  PIC X(14)
                 VALUE "         LIMIT".
        05       FILLER                  PIC X(5) VALUE "  PCT".
        05       FILLER                  PIC X(10) VALUE "  STATUS".
       01  REPORT-DETAIL-LINE.
        05       FILLER                  PIC X(2) VALUE SPACES.
        05       REPORT-FILE-ID          PIC X(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-SOURCE           PIC X.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-RECORDS-EDIT     PIC Z.ZZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BASE-DATE        PIC X(8).
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-BASE-EDIT        PIC Z.ZZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-DAYS-EDIT        PIC ZZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-GROWTH-EDIT      PIC Z.ZZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-PROJECTED-EDIT   PIC Z.ZZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-LIMIT-EDIT       PIC Z.ZZZ.ZZZ.ZZ9.
        05       FILLER                  PIC X VALUE SPACE.
        05       REPORT-PERCENT-EDIT     PIC ZZZ9.
        05       FILLER                  PIC X(2) VALUE "% ".
        05       REPORT-STATUS           PIC X(8).
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START CAPRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO WINDOW-START-DATE.
           IF WINDOW-START-MONTH > 3
               SUBTRACT 3 FROM WINDOW-START-MONTH
           ELSE
               SUBTRACT 1 FROM WINDOW-START-YEAR
               ADD 9 TO WINDOW-START-MONTH
           END-IF.
           PERFORM SET-DATASET-LIMIT
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           PERFORM TAKE-MANIFEST-COUNTS.
           PERFORM COUNT-ONE-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           PERFORM LOAD-CAPACITY-HISTORY.
           PERFORM COUNT-TREND-DAYS.
           PERFORM PROJECT-ONE-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           OPEN OUTPUT CAPACITY-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           OPEN EXTEND CAPACITY-HISTORY.
           OPEN EXTEND OPERATIONS-ALERT-FILE.
           PERFORM REPORT-ONE-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           CLOSE OPERATIONS-ALERT-FILE.
           CLOSE CAPACITY-HISTORY.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "S - M FROM THE MANIFEST, C COUNTED. GROWTH IS THE"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "    TREND SINCE THE BASE DAY CARRIED ON 90 DAYS."
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE CAPACITY-REPORT.
           DISPLAY "DATASETS FROM MANIFEST: " MANIFEST-USED-COUNT
               " COUNTED: " DATASETS-COUNTED.
           DISPLAY "TREND WINDOW FROM " WINDOW-START-DATE.
           DISPLAY "CAPACITY ALERTS RAISED: " ALERTS-RAISED-COUNT.
           IF ALERTS-RAISED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END CAPRPT".
           EXIT PROGRAM.
      *
      * SET-DATASET-LIMIT - THE TABLE'S DEFAULT, UNLESS A PARMMAST
      * ROW IN FORCE NAMES THE FILE'S RECORD LIMIT.
      *
       SET-DATASET-LIMIT SECTION.
           MOVE DATASET-DEFAULT-LIMIT(DATASET-IDX)
               TO DATASET-LIMIT(DATASET-IDX).
           MOVE "C" TO DATASET-SOURCE(DATASET-IDX).
           MOVE SPACES TO PARM-LOOKUP-NAME.
           STRING DATASET-ID(DATASET-IDX) DELIMITED BY SPACE
               "-RECORD-LIMIT" DELIMITED BY SIZE
               INTO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO DATASET-LIMIT(DATASET-IDX)
           END-IF.
       EXIT.
      *
      * TAKE-MANIFEST-COUNTS - A DATASET THE DAY'S MANIFEST HAS A
      * ROW FOR TAKES ITS COUNT FROM THE ROW AND IS NOT READ.
      *
       TAKE-MANIFEST-COUNTS SECTION.
           OPEN INPUT MANIFEST-FILE.
           PERFORM READ-MANIFEST-ROW.
           PERFORM TAKE-ONE-MANIFEST-ROW UNTIL END-OF-MANIFEST.
           CLOSE MANIFEST-FILE.
       EXIT.
      *
       TAKE-ONE-MANIFEST-ROW SECTION.
           MOVE ZERO TO DATASET-FOUND-IDX.
           PERFORM MATCH-ONE-MANIFEST-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           IF DATASET-FOUND-IDX > ZERO
               AND MANIFEST-RECORD-COUNT NUMERIC
               MOVE MANIFEST-RECORD-COUNT
                   TO DATASET-RECORDS(DATASET-FOUND-IDX)
               MOVE "M" TO DATASET-SOURCE(DATASET-FOUND-IDX)
           END-IF.
           PERFORM READ-MANIFEST-ROW.
       EXIT.
      *
       MATCH-ONE-MANIFEST-DATASET SECTION.
           IF DATASET-ID(DATASET-IDX) = MANIFEST-FILE-ID
               MOVE DATASET-IDX TO DATASET-FOUND-IDX
           END-IF.
       EXIT.
      *
      * COUNT-ONE-DATASET - EVERY DATASET THE MANIFEST DID NOT
      * COVER IS READ END TO END. A FILE NOT YET CREATED COUNTS ZERO.
      *
       COUNT-ONE-DATASET SECTION.
           IF DATASET-SOURCE(DATASET-IDX) = "M"
               ADD 1 TO MANIFEST-USED-COUNT
               GO TO COUNT-ONE-DATASET-EX
           END-IF.
           ADD 1 TO DATASETS-COUNTED.
           MOVE ZERO TO DATASET-RECORD-COUNT.
           MOVE "N" TO DATASET-FILE-SWITCH.
           EVALUATE DATASET-ID(DATASET-IDX)
               WHEN "BIGWORK"
                   PERFORM COUNT-BIG-WORK
               WHEN "AUDITLOG"
                   PERFORM COUNT-AUDIT-LOG
               WHEN "STATHIST"
                   PERFORM COUNT-STATUS-HISTORY
               WHEN "BALSNAP"
                   PERFORM COUNT-BALANCE-SNAPSHOTS
               WHEN "QUALHIST"
                   PERFORM COUNT-QUALITY-HISTORY
               WHEN "RATEHIST"
                   PERFORM COUNT-RATE-HISTORY
               WHEN "POSTEDTX"
                   PERFORM COUNT-POSTED-TRANSACTIONS
               WHEN "MSTJRNL"
                   PERFORM COUNT-MASTER-JOURNAL
               WHEN "STEPLEDG"
                   PERFORM COUNT-STEP-LEDGER
               WHEN "SLAHIST"
                   PERFORM COUNT-SLA-HISTORY
               WHEN "GLACTHIS"
                   PERFORM COUNT-GL-ACTIVITY
               WHEN "RUNSTATS"
                   PERFORM COUNT-RUN-STATISTICS
           END-EVALUATE.
           MOVE DATASET-RECORD-COUNT TO DATASET-RECORDS(DATASET-IDX).
       COUNT-ONE-DATASET-EX.
       EXIT.
      *
       COUNT-BIG-WORK SECTION.
           OPEN INPUT BIG-WORK-FILE.
           PERFORM READ-BIG-WORK UNTIL END-OF-DATASET.
           CLOSE BIG-WORK-FILE.
       EXIT.
      *
       READ-BIG-WORK SECTION.
           READ BIG-WORK-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-AUDIT-LOG SECTION.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM READ-AUDIT-LOG UNTIL END-OF-DATASET.
           CLOSE AUDIT-LOG-FILE.
       EXIT.
      *
       READ-AUDIT-LOG SECTION.
           READ AUDIT-LOG-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-STATUS-HISTORY SECTION.
           OPEN INPUT STATUS-HISTORY-FILE.
           PERFORM READ-STATUS-HISTORY UNTIL END-OF-DATASET.
           CLOSE STATUS-HISTORY-FILE.
       EXIT.
      *
       READ-STATUS-HISTORY SECTION.
           READ STATUS-HISTORY-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-BALANCE-SNAPSHOTS SECTION.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-BALANCE-SNAPSHOT UNTIL END-OF-DATASET.
           CLOSE BALANCE-SNAPSHOT-FILE.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-QUALITY-HISTORY SECTION.
           OPEN INPUT QUALITY-HISTORY.
           PERFORM READ-QUALITY-HISTORY UNTIL END-OF-DATASET.
           CLOSE QUALITY-HISTORY.
       EXIT.
      *
       READ-QUALITY-HISTORY SECTION.
           READ QUALITY-HISTORY
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-RATE-HISTORY SECTION.
           OPEN INPUT RATE-HISTORY.
           PERFORM READ-RATE-HISTORY UNTIL END-OF-DATASET.
           CLOSE RATE-HISTORY.
       EXIT.
      *
       READ-RATE-HISTORY SECTION.
           READ RATE-HISTORY
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-POSTED-TRANSACTIONS SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           PERFORM READ-POSTED-TRANSACTION UNTIL END-OF-DATASET.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-MASTER-JOURNAL SECTION.
           OPEN INPUT MASTER-JOURNAL-FILE.
           PERFORM READ-MASTER-JOURNAL UNTIL END-OF-DATASET.
           CLOSE MASTER-JOURNAL-FILE.
       EXIT.
      *
       READ-MASTER-JOURNAL SECTION.
           READ MASTER-JOURNAL-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-STEP-LEDGER SECTION.
           OPEN INPUT STEP-LEDGER.
           PERFORM READ-STEP-LEDGER UNTIL END-OF-DATASET.
           CLOSE STEP-LEDGER.
       EXIT.
      *
       READ-STEP-LEDGER SECTION.
           READ STEP-LEDGER
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-SLA-HISTORY SECTION.
           OPEN INPUT SLA-HISTORY-FILE.
           PERFORM READ-SLA-HISTORY UNTIL END-OF-DATASET.
           CLOSE SLA-HISTORY-FILE.
       EXIT.
      *
       READ-SLA-HISTORY SECTION.
           READ SLA-HISTORY-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-GL-ACTIVITY SECTION.
           OPEN INPUT GL-ACTIVITY-HISTORY.
           PERFORM READ-GL-ACTIVITY UNTIL END-OF-DATASET.
           CLOSE GL-ACTIVITY-HISTORY.
       EXIT.
      *
       READ-GL-ACTIVITY SECTION.
           READ GL-ACTIVITY-HISTORY
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
       COUNT-RUN-STATISTICS SECTION.
           OPEN INPUT RUN-STATISTICS-FILE.
           PERFORM READ-RUN-STATISTICS UNTIL END-OF-DATASET.
           CLOSE RUN-STATISTICS-FILE.
       EXIT.
      *
       READ-RUN-STATISTICS SECTION.
           READ RUN-STATISTICS-FILE
               AT END
                   SET END-OF-DATASET TO TRUE
               NOT AT END
                   ADD 1 TO DATASET-RECORD-COUNT
           END-READ.
       EXIT.
      *
      * LOAD-CAPACITY-HISTORY - FOR EACH DATASET THE OLDEST ROW
      * INSIDE THE TREND WINDOW, TODAY'S ROWS FROM AN EARLIER RUN
      * LEFT OUT. OF TWO ROWS ON THE SAME DAY THE LATER COUNTS.
      *
       LOAD-CAPACITY-HISTORY SECTION.
           OPEN INPUT CAPACITY-HISTORY.
           PERFORM READ-CAPACITY-HISTORY.
           PERFORM LOAD-ONE-HISTORY-ROW UNTIL END-OF-CAPACITY-HISTORY.
           CLOSE CAPACITY-HISTORY.
       EXIT.
      *
       LOAD-ONE-HISTORY-ROW SECTION.
           IF CAPH-DATE NOT NUMERIC
               OR CAPH-RECORD-COUNT NOT NUMERIC
               OR CAPH-DATE < WINDOW-START-DATE
               OR CAPH-DATE NOT < RUN-DATE
               GO TO LOAD-ONE-HISTORY-ROW-NEXT
           END-IF.
           MOVE ZERO TO DATASET-FOUND-IDX.
           PERFORM MATCH-ONE-HISTORY-DATASET
               VARYING DATASET-IDX FROM 1 BY 1
               UNTIL DATASET-IDX > DATASET-COUNT.
           IF DATASET-FOUND-IDX = ZERO
               GO TO LOAD-ONE-HISTORY-ROW-NEXT
           END-IF.
           IF DATASET-BASE-DATE(DATASET-FOUND-IDX) = ZERO
               OR CAPH-DATE NOT > DATASET-BASE-DATE(DATASET-FOUND-IDX)
               MOVE CAPH-DATE TO DATASET-BASE-DATE(DATASET-FOUND-IDX)
               MOVE CAPH-RECORD-COUNT
                   TO DATASET-BASE-RECORDS(DATASET-FOUND-IDX)
           END-IF.
       LOAD-ONE-HISTORY-ROW-NEXT.
           PERFORM READ-CAPACITY-HISTORY.
       EXIT.
      *
       MATCH-ONE-HISTORY-DATASET SECTION.
           IF DATASET-ID(DATASET-IDX) = CAPH-FILE-ID
               MOVE DATASET-IDX TO DATASET-FOUND-IDX
           END-IF.
       EXIT.
      *
      * COUNT-TREND-DAYS - THE CALENDAR DAYS FROM EACH DATASET'S
      * BASE DAY TO TODAY, ONE BUSIDAYS ROW PER DAY WHATEVER ITS TYPE.
      *
       COUNT-TREND-DAYS SECTION.
           OPEN INPUT BUSINESS-CALENDAR.
           PERFORM READ-BUSINESS-CALENDAR.
           PERFORM COUNT-ONE-CALENDAR-DAY
               UNTIL END-OF-BUSINESS-CALENDAR.
           CLOSE BUSINESS-CALENDAR.
       EXIT.
      *
       COUNT-ONE-CALENDAR-DAY SECTION.
           IF CALENDAR-DATE > WINDOW-START-DATE
               AND CALENDAR-DATE NOT > RUN-DATE
               PERFORM COUNT-ONE-DATASET-DAY
                   VARYING DATASET-IDX FROM 1 BY 1
                   UNTIL DATASET-IDX > DATASET-COUNT
           END-IF.
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
       COUNT-ONE-DATASET-DAY SECTION.
           IF DATASET-BASE-DATE(DATASET-IDX) NOT = ZERO
               AND CALENDAR-DATE > DATASET-BASE-DATE(DATASET-IDX)
               ADD 1 TO DATASET-DAYS(DATASET-IDX)
           END-IF.
       EXIT.
      *
      * PROJECT-ONE-DATASET - THE GROWTH SINCE THE BASE DAY, PER DAY,
      * CARRIED ON 90 DAYS. A FILE THAT HAS NOT GROWN IS PROJECTED AT
      * ITS COUNT; ONE WITH NO BASE DAY HAS NO TREND YET.
      *
       PROJECT-ONE-DATASET SECTION.
           MOVE ZERO TO DATASET-GROWTH(DATASET-IDX).
           MOVE DATASET-RECORDS(DATASET-IDX)
               TO DATASET-PROJECTED(DATASET-IDX).
           IF DATASET-DAYS(DATASET-IDX) > ZERO
               AND DATASET-RECORDS(DATASET-IDX) >
                   DATASET-BASE-RECORDS(DATASET-IDX)
               COMPUTE DATASET-GROWTH(DATASET-IDX) ROUNDED =
                   (DATASET-RECORDS(DATASET-IDX)
                    - DATASET-BASE-RECORDS(DATASET-IDX)) * 90
                   / DATASET-DAYS(DATASET-IDX)
               ADD DATASET-GROWTH(DATASET-IDX)
                   TO DATASET-PROJECTED(DATASET-IDX)
           END-IF.
           MOVE 9999 TO DATASET-PERCENT(DATASET-IDX).
           IF DATASET-LIMIT(DATASET-IDX) > ZERO
               COMPUTE PERCENT-WORK =
                   DATASET-PROJECTED(DATASET-IDX) * 100
                   / DATASET-LIMIT(DATASET-IDX)
               IF PERCENT-WORK < 9999
                   MOVE PERCENT-WORK TO DATASET-PERCENT(DATASET-IDX)
               END-IF
           END-IF.
           SET DATASET-WITHIN-LIMIT(DATASET-IDX) TO TRUE.
           IF DATASET-DAYS(DATASET-IDX) = ZERO
               SET DATASET-NO-TREND(DATASET-IDX) TO TRUE
           END-IF.
           IF DATASET-PROJECTED(DATASET-IDX) >
               DATASET-LIMIT(DATASET-IDX)
               SET DATASET-PROJECTED-OVER(DATASET-IDX) TO TRUE
           END-IF.
           IF DATASET-RECORDS(DATASET-IDX) > DATASET-LIMIT(DATASET-IDX)
               SET DATASET-ALREADY-OVER(DATASET-IDX) TO TRUE
           END-IF.
       EXIT.
      *
      * REPORT-ONE-DATASET - THE REPORT LINE, THE HISTORY ROW, AND AN
      * ALERT FOR A FILE PAST OR HEADING PAST ITS LIMIT.
      *
       REPORT-ONE-DATASET SECTION.
           MOVE DATASET-ID(DATASET-IDX) TO REPORT-FILE-ID.
           MOVE DATASET-SOURCE(DATASET-IDX) TO REPORT-SOURCE.
           MOVE DATASET-RECORDS(DATASET-IDX) TO REPORT-RECORDS-EDIT.
           MOVE DATASET-LIMIT(DATASET-IDX) TO REPORT-LIMIT-EDIT.
           MOVE DATASET-PROJECTED(DATASET-IDX) TO REPORT-PROJECTED-EDIT.
           MOVE DATASET-PERCENT(DATASET-IDX) TO REPORT-PERCENT-EDIT.
           IF DATASET-BASE-DATE(DATASET-IDX) = ZERO
               MOVE SPACES TO REPORT-BASE-DATE
               MOVE ZERO TO REPORT-BASE-EDIT
               MOVE ZERO TO REPORT-DAYS-EDIT
               MOVE ZERO TO REPORT-GROWTH-EDIT
           ELSE
               MOVE DATASET-BASE-DATE(DATASET-IDX) TO REPORT-BASE-DATE
               MOVE DATASET-BASE-RECORDS(DATASET-IDX)
                   TO REPORT-BASE-EDIT
               MOVE DATASET-DAYS(DATASET-IDX) TO REPORT-DAYS-EDIT
               MOVE DATASET-GROWTH(DATASET-IDX) TO REPORT-GROWTH-EDIT
           END-IF.
           EVALUATE TRUE
               WHEN DATASET-ALREADY-OVER(DATASET-IDX)
                   MOVE "OVER" TO REPORT-STATUS
               WHEN DATASET-PROJECTED-OVER(DATASET-IDX)
                   MOVE "FILLING" TO REPORT-STATUS
               WHEN DATASET-NO-TREND(DATASET-IDX)
                   MOVE "NO TREND" TO REPORT-STATUS
               WHEN OTHER
                   MOVE "OK" TO REPORT-STATUS
           END-EVALUATE.
           MOVE REPORT-DETAIL-LINE TO REPORT-BUILD-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE RUN-DATE TO CAPH-DATE.
           MOVE DATASET-ID(DATASET-IDX) TO CAPH-FILE-ID.
           MOVE DATASET-RECORDS(DATASET-IDX) TO CAPH-RECORD-COUNT.
           MOVE DATASET-SOURCE(DATASET-IDX) TO CAPH-SOURCE.
           MOVE DATASET-LIMIT(DATASET-IDX) TO CAPH-RECORD-LIMIT.
           MOVE ZERO TO CAPH-PROJECTED-COUNT.
           IF NOT DATASET-NO-TREND(DATASET-IDX)
               MOVE DATASET-PROJECTED(DATASET-IDX)
                   TO CAPH-PROJECTED-COUNT
           END-IF.
           WRITE CAPACITY-HISTORY-RECORD.
           IF DATASET-ALREADY-OVER(DATASET-IDX)
               OR DATASET-PROJECTED-OVER(DATASET-IDX)
               PERFORM RAISE-CAPACITY-ALERT
           END-IF.
       EXIT.
      *
       RAISE-CAPACITY-ALERT SECTION.
           ADD 1 TO ALERTS-RAISED-COUNT.
           MOVE "CAPACITY" TO ALERT-REASON-CODE.
           MOVE SPACES TO ALERT-DETAIL.
           IF DATASET-ALREADY-OVER(DATASET-IDX)
               MOVE 8 TO ALERT-SEVERITY
               STRING DATASET-ID(DATASET-IDX) DELIMITED BY SIZE
                   " HOLDS " DELIMITED BY SIZE
                   DATASET-RECORDS(DATASET-IDX) DELIMITED BY SIZE
                   " RECORDS, LIMIT " DELIMITED BY SIZE
                   DATASET-LIMIT(DATASET-IDX) DELIMITED BY SIZE
                   INTO ALERT-DETAIL
           ELSE
               MOVE 4 TO ALERT-SEVERITY
               STRING DATASET-ID(DATASET-IDX) DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   DATASET-PROJECTED(DATASET-IDX) DELIMITED BY SIZE
                   " IN 90 DAYS, LIMIT " DELIMITED BY SIZE
                   DATASET-LIMIT(DATASET-IDX) DELIMITED BY SIZE
                   INTO ALERT-DETAIL
           END-IF.
           WRITE OPERATIONS-ALERT-RECORD.
           DISPLAY "CAPACITY ALERT: " ALERT-DETAIL.
       EXIT.
      *
      * LOOK-UP-PARAMETER - FINDS THE PARAMETER-MASTER ROW IN FORCE
      * ON THE RUN DATE FOR THIS PROGRAM AND PARM-LOOKUP-NAME: THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE, THE LAST SUCH
      * ROW ON FILE WINNING A TIE. NO ROW LEAVES PARM-LOOKUP-FOUND
      * OFF AND THE CALLER'S DEFAULT STANDS.
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
           IF PARM-MASTER-PROGRAM NOT = "CAPRPT"
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
       WRITE-REPORT-HEADING SECTION.
           ADD 1 TO REPORT-PAGE-NUMBER.
           MOVE RUN-DATE TO REPORT-HEADING-RUN-DATE.
           MOVE REPORT-PAGE-NUMBER TO REPORT-HEADING-PAGE.
           MOVE REPORT-HEADING-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE 1 TO REPORT-LINE-COUNT.
           MOVE SPACES TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE REPORT-COLUMN-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 2 TO REPORT-LINE-COUNT.
       EXIT.
      *
       WRITE-REPORT-LINE SECTION.
           IF REPORT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-REPORT-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO CAPACITY-REPORT-LINE.
           WRITE CAPACITY-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO REPORT-LINE-COUNT.
       EXIT.
      *
       READ-MANIFEST-ROW SECTION.
           READ MANIFEST-FILE
               AT END
                   SET END-OF-MANIFEST TO TRUE
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
       READ-CAPACITY-HISTORY SECTION.
           READ CAPACITY-HISTORY
               AT END
                   SET END-OF-CAPACITY-HISTORY TO TRUE
           END-READ.
       EXIT.
      *
       READ-PARAMETER-MASTER SECTION.
           READ PARAMETER-MASTER
               AT END
                   SET END-OF-PARAMETER-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM CAPRPT.
