      * THAT DAY - SO A "WHAT WAS MY BALANCE ON THE 12TH" DISPUTE IS
      * ANSWERED FROM HISTORY THE WAY ARCHINQ ANSWERS ARCHIVE
      * REQUESTS, INSTEAD OF BY REPLAYING ARITHMETIC BY HAND.
      *
      * AN ACCOUNT ACCTRKEY HAS MOVED TO A NEW KEY KEEPS ITS HISTORY:
      * THE ACCTXREF CROSS-REFERENCE LEADS FROM THE KEY ASKED ABOUT
      * BACK THROUGH EVERY KEY THE ACCOUNT HAS HAD, AND A SNAPSHOT
      * UNDER AN EARLIER KEY ANSWERS FOR ANY DATE UP TO THE DAY IT
      * WAS MOVED OFF THAT KEY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL KEY-XREF ASSIGN TO "ACCTXREF"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-SNAPSHOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALSNAPSHOT.
      *
       FD  KEY-XREF
           LABEL RECORDS ARE STANDARD.
           COPY ACCOUNTKEYXREF.
      *
       WORKING-STORAGE SECTION.
       01  BALANCE-SNAPSHOT-SWITCH      PIC X VALUE "N".
       01  SNAPSHOT-FOUND-SWITCH        PIC X VALUE "N".
         88      SNAPSHOT-FOUND              VALUE "Y".
      * THE REQUEST, KEYED ON SYSIN - THE ACCOUNT KEY AND THE AS-OF
      * DATE TO ANSWER FOR. THE KEY IS THE FIVE-BYTE SHORT KEY OR
      * THE SEVEN-BYTE WIDE KEY; A WIDE KEY IS MATCHED ON THE
      * SNAPSHOT'S WIDE KEY ALONE, WHICH THE CONVERSION CARRIED BACK
      * ONTO EVERY EARLIER SNAPSHOT.
       01  INQUIRY-ACCOUNT-KEY          PIC X(7) VALUE SPACES.
       01  INQUIRY-WIDE-KEY             PIC X(7) VALUE SPACES.
       01  INQUIRY-AS-OF-DATE           PIC 9(8) VALUE ZERO.
       01  BEST-SNAPSHOT-DATE           PIC 9(8) VALUE ZERO.
       01  BEST-SNAPSHOT-BALANCE        PIC S9(9)V99 VALUE ZERO.
       01  BEST-SNAPSHOT-KEY            PIC X(5) VALUE SPACES.
       01  BEST-LINEAGE-IDX             PIC 99 VALUE ZERO.
       01  BALANCE-DISPLAY-EDIT         PIC -ZZZ.ZZZ.ZZ9,99.
      *
      * THE KEYS THE ACCOUNT HAS HAD - SLOT 1 THE KEY ASKED ABOUT,
      * EACH NEXT SLOT THE KEY IT WAS MOVED FROM - AND THE LAST DATE
      * EACH KEY'S SNAPSHOTS SPEAK FOR THE ACCOUNT.
      * KEEP IN STEP WITH THE SAME TABLES IN ACCTSTMT AND TXNTRACE.
       01  KEY-XREF-SWITCH              PIC X VALUE "N".
         88      END-OF-KEY-XREF             VALUE "Y".
       01  XREF-TABLE.
        05       XREF-ENTRY OCCURS 500 TIMES.
         10      XT-OLD-KEY              PIC X(5).
         10      XT-NEW-KEY              PIC X(5).
         10      XT-MOVED-DATE           PIC 9(8).
       01  XREF-COUNT                   PIC 9(4) VALUE ZERO.
       01  XREF-IDX                     PIC 9(4) VALUE ZERO.
       01  LINEAGE-TABLE.
        05       LINEAGE-ENTRY OCCURS 20 TIMES.
         10      LINEAGE-KEY             PIC X(5).
         10      LINEAGE-UNTIL-DATE      PIC 9(8).
       01  LINEAGE-COUNT                PIC 99 VALUE ZERO.
       01  LINEAGE-IDX                  PIC 99 VALUE ZERO.
       01  LINEAGE-FOUND-IDX            PIC 99 VALUE ZERO.
       01  LINEAGE-EXTENDED-SWITCH      PIC X VALUE "N".
         88      LINEAGE-EXTENDED            VALUE "Y".
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
           DISPLAY "START BALHINQ".
           ACCEPT INQUIRY-ACCOUNT-KEY FROM SYSIN.
           ACCEPT INQUIRY-AS-OF-DATE FROM SYSIN.
           IF INQUIRY-ACCOUNT-KEY(6:2) NOT = SPACES
               MOVE INQUIRY-ACCOUNT-KEY TO INQUIRY-WIDE-KEY
           END-IF.
           PERFORM LOAD-KEY-XREF.
           PERFORM BUILD-KEY-LINEAGE.
           OPEN INPUT BALANCE-SNAPSHOT-FILE.
           PERFORM READ-BALANCE-SNAPSHOT.
           PERFORM EXAMINE-ONE-SNAPSHOT UNTIL END-OF-SNAPSHOTS.
                   INQUIRY-AS-OF-DATE ": BALANCE "
                   BALANCE-DISPLAY-EDIT " (SNAPSHOT OF "
                   BEST-SNAPSHOT-DATE ")"
               IF BEST-SNAPSHOT-KEY NOT = INQUIRY-ACCOUNT-KEY
                   AND INQUIRY-WIDE-KEY = SPACES
                   DISPLAY "  TAKEN UNDER THE ACCOUNT'S EARLIER KEY "
                       BEST-SNAPSHOT-KEY
               END-IF
           ELSE
               DISPLAY "NO SNAPSHOT ON OR BEFORE "
                   INQUIRY-AS-OF-DATE " FOR ACCOUNT "
           EXIT PROGRAM.
      *
      * EXAMINE-ONE-SNAPSHOT - KEEPS THE LATEST SNAPSHOT FOR THE
      * REQUESTED ACCOUNT THAT DOES NOT POST-DATE THE REQUEST. A
      * SNAPSHOT UNDER AN EARLIER KEY COUNTS UP TO THE DAY THE
      * ACCOUNT LEFT THAT KEY; ON THAT DAY A SNAPSHOT UNDER THE
      * LATER KEY, WHERE THERE IS ONE, IS THE CLOSING BALANCE.
      *
       EXAMINE-ONE-SNAPSHOT SECTION.
           MOVE ZERO TO LINEAGE-FOUND-IDX.
           IF INQUIRY-WIDE-KEY NOT = SPACES
               IF SNAPSHOT-WIDE-KEY = INQUIRY-WIDE-KEY
                   MOVE 1 TO LINEAGE-FOUND-IDX
               END-IF
           ELSE
               PERFORM MATCH-ONE-LINEAGE-KEY
                   VARYING LINEAGE-IDX FROM 1 BY 1
                   UNTIL LINEAGE-IDX > LINEAGE-COUNT
                   OR LINEAGE-FOUND-IDX > ZERO
           END-IF.
           IF LINEAGE-FOUND-IDX = ZERO
               OR SNAPSHOT-DATE > INQUIRY-AS-OF-DATE
               OR SNAPSHOT-DATE > LINEAGE-UNTIL-DATE(LINEAGE-FOUND-IDX)
               OR SNAPSHOT-DATE < BEST-SNAPSHOT-DATE
               GO TO EXAMINE-ONE-SNAPSHOT-NEXT
           END-IF.
           IF SNAPSHOT-DATE = BEST-SNAPSHOT-DATE
               AND SNAPSHOT-FOUND
               AND LINEAGE-FOUND-IDX > BEST-LINEAGE-IDX
               GO TO EXAMINE-ONE-SNAPSHOT-NEXT
           END-IF.
           SET SNAPSHOT-FOUND TO TRUE.
           MOVE SNAPSHOT-DATE TO BEST-SNAPSHOT-DATE.
           MOVE SNAPSHOT-BALANCE TO BEST-SNAPSHOT-BALANCE.
           MOVE SNAPSHOT-ACCOUNT-KEY TO BEST-SNAPSHOT-KEY.
           MOVE LINEAGE-FOUND-IDX TO BEST-LINEAGE-IDX.
       EXAMINE-ONE-SNAPSHOT-NEXT.
           PERFORM READ-BALANCE-SNAPSHOT.
       EXIT.
      *
       MATCH-ONE-LINEAGE-KEY SECTION.
           IF LINEAGE-KEY(LINEAGE-IDX) = SNAPSHOT-ACCOUNT-KEY
               MOVE LINEAGE-IDX TO LINEAGE-FOUND-IDX
           END-IF.
       EXIT.
      *
      * LOAD-KEY-XREF / BUILD-KEY-LINEAGE - EVERY RE-KEYING ON
      * ACCTXREF, THEN THE CHAIN OF KEYS BACK FROM THE ONE ASKED
      * ABOUT: EACH ROW WHOSE NEW KEY IS THE LAST KEY FOUND GIVES
      * THE KEY BEFORE IT, GOOD UP TO THE DAY OF THAT MOVE. KEEP IN
      * STEP WITH THE SAME SECTIONS IN ACCTSTMT AND TXNTRACE.
      *
       LOAD-KEY-XREF SECTION.
           MOVE ZERO TO XREF-COUNT.
           MOVE "N" TO KEY-XREF-SWITCH.
           OPEN INPUT KEY-XREF.
           PERFORM READ-KEY-XREF.
           PERFORM LOAD-ONE-KEY-XREF
               UNTIL END-OF-KEY-XREF OR XREF-COUNT = 500.
           CLOSE KEY-XREF.
       EXIT.
      *
       LOAD-ONE-KEY-XREF SECTION.
           ADD 1 TO XREF-COUNT.
           MOVE XREF-OLD-KEY TO XT-OLD-KEY(XREF-COUNT).
           MOVE XREF-NEW-KEY TO XT-NEW-KEY(XREF-COUNT).
           MOVE XREF-MOVED-DATE TO XT-MOVED-DATE(XREF-COUNT).
           PERFORM READ-KEY-XREF.
       EXIT.
      *
       READ-KEY-XREF SECTION.
           READ KEY-XREF
               AT END
                   SET END-OF-KEY-XREF TO TRUE
           END-READ.
       EXIT.
      *
       BUILD-KEY-LINEAGE SECTION.
           MOVE 1 TO LINEAGE-COUNT.
           MOVE INQUIRY-ACCOUNT-KEY TO LINEAGE-KEY(1).
           MOVE 99999999 TO LINEAGE-UNTIL-DATE(1).
           MOVE "Y" TO LINEAGE-EXTENDED-SWITCH.
           PERFORM EXTEND-KEY-LINEAGE
               UNTIL NOT LINEAGE-EXTENDED OR LINEAGE-COUNT = 20.
       EXIT.
      *
       EXTEND-KEY-LINEAGE SECTION.
           MOVE "N" TO LINEAGE-EXTENDED-SWITCH.
           PERFORM FIND-EARLIER-KEY
               VARYING XREF-IDX FROM 1 BY 1
               UNTIL XREF-IDX > XREF-COUNT OR LINEAGE-EXTENDED.
       EXIT.
      *
       FIND-EARLIER-KEY SECTION.
           IF XT-NEW-KEY(XREF-IDX) = LINEAGE-KEY(LINEAGE-COUNT)
               ADD 1 TO LINEAGE-COUNT
               MOVE XT-OLD-KEY(XREF-IDX) TO LINEAGE-KEY(LINEAGE-COUNT)
               MOVE XT-MOVED-DATE(XREF-IDX)
                   TO LINEAGE-UNTIL-DATE(LINEAGE-COUNT)
               SET LINEAGE-EXTENDED TO TRUE
           END-IF.
       EXIT.
      *
       READ-BALANCE-SNAPSHOT SECTION.
           READ BALANCE-SNAPSHOT-FILE
