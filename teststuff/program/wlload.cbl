       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLLOAD.
      *
      *
      * SANCTIONS WATCH-LIST LOAD. READS THE LIST THE COMPLIANCE
      * TEAM ISSUES (WLINPUT - ONE HEADER CARRYING THE DATE THE LIST
      * TAKES EFFECT AND THE TEAM'S REFERENCE FOR IT, ONE ENTRY PER
      * PAYMENT REFERENCE, ACCOUNT KEY OR CUSTOMER NAME, AND A
      * TRAILER WITH THE ENTRY COUNT) AND APPENDS IT TO WATCHLST AS
      * A NEW VERSION. THE WHOLE LIST IS PROVED BEFORE ANY OF IT IS
      * WRITTEN: A LIST THAT IS EMPTY, OUT OF BALANCE WITH ITS
      * TRAILER, CARRIES AN ENTRY OF NO KNOWN TYPE, OR TAKES EFFECT
      * BEFORE TODAY OR NO LATER THAN THE LATEST LIST ALREADY ON FILE
      * IS REFUSED WHOLE, RC 8, AND THE LIST IN FORCE STAYS IN FORCE.
      * THE LOAD OR REFUSAL GOES INTO THE AUDITLOG TRAIL.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL.
      * WATCH-LIST-INPUT - THE COMPLIANCE TEAM'S LIST AS ISSUED.
           SELECT WATCH-LIST-INPUT ASSIGN TO "WLINPUT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * AUDIT-LOG-FILE - THE SAME CHAIN DISCIPLINE ACCTMNT FOLLOWS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WATCHLIST.
      *
       FD  WATCH-LIST-INPUT
           LABEL RECORDS ARE STANDARD.
       01  WATCH-INPUT-RECORD.
        05       WATCH-INPUT-TYPE        PIC X.
         88      WATCH-INPUT-HEADER          VALUE "H".
         88      WATCH-INPUT-ENTRY           VALUE "E".
         88      WATCH-INPUT-TRAILER         VALUE "T".
        05       WATCH-INPUT-DATA        PIC X(39).
       01  WATCH-INPUT-HEADER-RECORD.
        05       FILLER                  PIC X.
        05       WATCH-INPUT-EFFECTIVE-DATE PIC 9(8).
        05       WATCH-INPUT-REFERENCE   PIC X(8).
        05       FILLER                  PIC X(23).
       01  WATCH-INPUT-ENTRY-RECORD.
        05       FILLER                  PIC X.
        05       WATCH-INPUT-ENTRY-TYPE  PIC X.
         88      WATCH-INPUT-ENTRY-VALID     VALUES "R" "A" "N".
        05       WATCH-INPUT-ENTRY-VALUE PIC X(30).
        05       FILLER                  PIC X(8).
       01  WATCH-INPUT-TRAILER-RECORD.
        05       FILLER                  PIC X.
        05       WATCH-INPUT-ENTRY-COUNT PIC 9(6).
        05       FILLER                  PIC X(33).
      *
       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITRECORD.
      *
       WORKING-STORAGE SECTION.
       01  WATCH-LIST-SWITCH            PIC X VALUE "N".
         88      END-OF-WATCH-LIST          VALUE "Y".
       01  WATCH-INPUT-SWITCH           PIC X VALUE "N".
         88      END-OF-WATCH-INPUT         VALUE "Y".
       01  AUDIT-LOG-READ-SWITCH        PIC X VALUE "N".
         88      END-OF-AUDIT-LOG            VALUE "Y".
       01  LIST-REFUSED-SWITCH          PIC X VALUE "N".
         88      LIST-REFUSED                VALUE "Y".
       01  TRAILER-SEEN-SWITCH          PIC X VALUE "N".
         88      TRAILER-SEEN                VALUE "Y".
       01  LIST-REFUSAL-REASON          PIC X(30) VALUE SPACES.
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE LATEST EFFECTIVE DATE ALREADY ON WATCHLST.
       01  LATEST-EFFECTIVE-DATE        PIC 9(8) VALUE ZERO.
      * THE NEW LIST'S HEADER, HELD FOR STAMPING EVERY ROW.
       01  LOAD-EFFECTIVE-DATE          PIC 9(8) VALUE ZERO.
       01  LOAD-REFERENCE               PIC X(8) VALUE SPACES.
       01  INPUT-ENTRY-COUNT            PIC 9(6) VALUE ZERO.
       01  TRAILER-ENTRY-COUNT          PIC 9(6) VALUE ZERO.
       01  ENTRIES-LOADED-COUNT         PIC 9(6) VALUE ZERO.
      *
      * AUDIT-CHAIN WORK FIELDS - RE-ESTABLISHED FROM THE TRAIL
      * BEFORE THE OPEN EXTEND SO THE CHAIN CONTINUES UNBROKEN.
       01  AUDIT-SEQUENCE-NUMBER        PIC 9(8) VALUE ZERO.
       01  AUDIT-DATA-ENTRY-COUNT       PIC 9(8) VALUE ZERO.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START WLLOAD".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-LATEST-LIST.
           PERFORM PROVE-WATCH-LIST.
           PERFORM ESTABLISH-AUDIT-SEQUENCE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "WLLOAD" TO AUDIT-PROGRAM-NAME.
           MOVE "WATCHLST" TO AUDIT-FIELD-NAME.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           MOVE SPACES TO AUDIT-OPERATOR-ID.
           MOVE ZERO TO AUDIT-TXN-NUMBER.
           IF LIST-REFUSED
               DISPLAY "WATCH LIST REFUSED (" LIST-REFUSAL-REASON
                   ") - LIST IN FORCE UNCHANGED"
               MOVE "DENY" TO AUDIT-NEW-VALUE
               PERFORM WRITE-AUDIT-RECORD
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-CLOSE
           END-IF.
           OPEN INPUT WATCH-LIST-INPUT.
           OPEN EXTEND WATCH-LIST-FILE.
           MOVE "N" TO WATCH-INPUT-SWITCH.
           PERFORM READ-WATCH-INPUT.
           PERFORM LOAD-ONE-ENTRY UNTIL END-OF-WATCH-INPUT.
           CLOSE WATCH-LIST-FILE.
           CLOSE WATCH-LIST-INPUT.
           MOVE "LOAD" TO AUDIT-NEW-VALUE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "WATCH LIST " LOAD-REFERENCE " EFFECTIVE "
               LOAD-EFFECTIVE-DATE " LOADED: " ENTRIES-LOADED-COUNT
               " ENTRIES".
       MAIN-CLOSE.
           PERFORM WRITE-AUDIT-TRAILER.
           CLOSE AUDIT-LOG-FILE.
      *
       PROG-EX.
           DISPLAY "END WLLOAD".
           EXIT PROGRAM.
      *
      * FIND-LATEST-LIST - THE LATEST EFFECTIVE DATE ON FILE, WHICH
      * A NEW LIST MUST COME AFTER.
      *
       FIND-LATEST-LIST SECTION.
           OPEN INPUT WATCH-LIST-FILE.
           PERFORM READ-WATCH-LIST.
           PERFORM NOTE-ONE-LIST-ROW UNTIL END-OF-WATCH-LIST.
           CLOSE WATCH-LIST-FILE.
       EXIT.
      *
       NOTE-ONE-LIST-ROW SECTION.
           IF WATCH-LIST-EFFECTIVE-DATE NUMERIC
               AND WATCH-LIST-EFFECTIVE-DATE > LATEST-EFFECTIVE-DATE
               MOVE WATCH-LIST-EFFECTIVE-DATE TO LATEST-EFFECTIVE-DATE
           END-IF.
           PERFORM READ-WATCH-LIST.
       EXIT.
      *
      * PROVE-WATCH-LIST - ONE PASS OVER THE INPUT THAT WRITES
      * NOTHING. THE FIRST FAILURE NAMES THE REFUSAL.
      *
       PROVE-WATCH-LIST SECTION.
           OPEN INPUT WATCH-LIST-INPUT.
           PERFORM READ-WATCH-INPUT.
           IF END-OF-WATCH-INPUT
               OR NOT WATCH-INPUT-HEADER
               SET LIST-REFUSED TO TRUE
               MOVE "NO HEADER" TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           IF WATCH-INPUT-EFFECTIVE-DATE NOT NUMERIC
               SET LIST-REFUSED TO TRUE
               MOVE "EFFECTIVE DATE INVALID" TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           MOVE WATCH-INPUT-EFFECTIVE-DATE TO LOAD-EFFECTIVE-DATE.
           MOVE WATCH-INPUT-REFERENCE TO LOAD-REFERENCE.
           IF LOAD-EFFECTIVE-DATE < RUN-DATE
               SET LIST-REFUSED TO TRUE
               MOVE "EFFECTIVE DATE PAST" TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           IF LOAD-EFFECTIVE-DATE NOT > LATEST-EFFECTIVE-DATE
               SET LIST-REFUSED TO TRUE
               MOVE "NOT LATER THAN LIST ON FILE"
                   TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           PERFORM READ-WATCH-INPUT.
           PERFORM PROVE-ONE-ENTRY
               UNTIL END-OF-WATCH-INPUT OR LIST-REFUSED.
           IF LIST-REFUSED
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           IF NOT TRAILER-SEEN
               SET LIST-REFUSED TO TRUE
               MOVE "NO TRAILER" TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           IF INPUT-ENTRY-COUNT = ZERO
               SET LIST-REFUSED TO TRUE
               MOVE "LIST EMPTY" TO LIST-REFUSAL-REASON
               GO TO PROVE-WATCH-LIST-CLOSE
           END-IF.
           IF INPUT-ENTRY-COUNT NOT = TRAILER-ENTRY-COUNT
               SET LIST-REFUSED TO TRUE
               MOVE "COUNT NOT TRAILER COUNT" TO LIST-REFUSAL-REASON
           END-IF.
       PROVE-WATCH-LIST-CLOSE.
           CLOSE WATCH-LIST-INPUT.
       EXIT.
      *
       PROVE-ONE-ENTRY SECTION.
           IF TRAILER-SEEN
               SET LIST-REFUSED TO TRUE
               MOVE "RECORDS AFTER TRAILER" TO LIST-REFUSAL-REASON
               GO TO PROVE-ONE-ENTRY-EX
           END-IF.
           IF WATCH-INPUT-TRAILER
               SET TRAILER-SEEN TO TRUE
               IF WATCH-INPUT-ENTRY-COUNT NUMERIC
                   MOVE WATCH-INPUT-ENTRY-COUNT TO TRAILER-ENTRY-COUNT
               END-IF
               GO TO PROVE-ONE-ENTRY-NEXT
           END-IF.
           IF NOT WATCH-INPUT-ENTRY
               OR NOT WATCH-INPUT-ENTRY-VALID
               OR WATCH-INPUT-ENTRY-VALUE = SPACES
               SET LIST-REFUSED TO TRUE
               MOVE "ENTRY INVALID" TO LIST-REFUSAL-REASON
               GO TO PROVE-ONE-ENTRY-EX
           END-IF.
           ADD 1 TO INPUT-ENTRY-COUNT.
       PROVE-ONE-ENTRY-NEXT.
           PERFORM READ-WATCH-INPUT.
       PROVE-ONE-ENTRY-EX.
       EXIT.
      *
      * LOAD-ONE-ENTRY - THE SECOND PASS, OVER A LIST ALREADY
      * PROVED; THE HEADER AND TRAILER ARE NOT COPIED.
      *
       LOAD-ONE-ENTRY SECTION.
           IF NOT WATCH-INPUT-ENTRY
               GO TO LOAD-ONE-ENTRY-NEXT
           END-IF.
           MOVE LOAD-EFFECTIVE-DATE TO WATCH-LIST-EFFECTIVE-DATE.
           MOVE WATCH-INPUT-ENTRY-TYPE TO WATCH-ENTRY-TYPE.
           MOVE WATCH-INPUT-ENTRY-VALUE TO WATCH-ENTRY-VALUE.
           MOVE LOAD-REFERENCE TO WATCH-LIST-REFERENCE.
           MOVE RUN-DATE TO WATCH-LIST-LOADED-DATE.
           WRITE WATCH-LIST-RECORD.
           ADD 1 TO ENTRIES-LOADED-COUNT.
       LOAD-ONE-ENTRY-NEXT.
           PERFORM READ-WATCH-INPUT.
       EXIT.
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
       READ-WATCH-LIST SECTION.
           READ WATCH-LIST-FILE
               AT END
                   SET END-OF-WATCH-LIST TO TRUE
           END-READ.
       EXIT.
      *
       READ-WATCH-INPUT SECTION.
           READ WATCH-LIST-INPUT
               AT END
                   SET END-OF-WATCH-INPUT TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM WLLOAD.
