      * SYSIN) BEHIND THE RUN DATE, COUNTED AGAINST THE BUSIDAYS
      * CALENDAR. THE DAILY RUN DIVERTS A POSTING TO A DORMANT
      * ACCOUNT INTO THE APPROVAL QUEUE FOR A SUPERVISOR RELEASE.
      * AN ACCOUNT WHOSE PRODUCT THE PRODUCT CATALOG MARKS NOT
      * ELIGIBLE FOR DORMANCY IS NEVER MARKED; AN ACCOUNT WITH NO
      * PRODUCT, OR ONE THE CATALOG DOES NOT KNOW, IS SWEPT AS
      * BEFORE - ERRING TOWARD THE SUPERVISOR'S EYE. THE CUSTOMER OF
      * EVERY ACCOUNT MARKED IS NOTIFIED THROUGH CUSTNOTC.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-CATALOG ASSIGN TO "PRODCAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * MASTER-JOURNAL-FILE - A BEFORE AND AN AFTER IMAGE OF EVERY
      * ACCOUNT-MASTER RECORD THIS PROGRAM CHANGES, ON THE SAME
      * JOURNAL THE DAILY RUN WRITES.
           SELECT OPTIONAL MASTER-JOURNAL-FILE ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL.
      * CUSTOMER-NOTICE-FILE - APPENDED TO, AS TEST APPENDS TO IT.
           SELECT CUSTOMER-NOTICE-FILE ASSIGN TO "CUSTNOTC"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
       01  BUSINESS-CALENDAR-RECORD.
        05       CALENDAR-DATE           PIC 9(8).
        05       CALENDAR-DAY-TYPE       PIC X.
      *
       FD  PRODUCT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY PRODUCTCATALOG.
      *
       FD  MASTER-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MASTERJOURNAL.
      *
       FD  CUSTOMER-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CUSTNOTICE.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  ACCOUNT-MASTER-SWITCH        PIC X VALUE "N".
         88      END-OF-BUSINESS-CALENDAR   VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * DORMANCY-THRESHOLD-DAYS - BUSINESS DAYS OF SILENCE BEFORE AN
      * ACCOUNT GOES DORMANT, FROM THE PARAMETER MASTER, OR KEYED ON
      * SYSIN WHEN NO ROW IS IN FORCE. ZERO REFUSES THE RUN - A ZERO
      * THRESHOLD WOULD DORMANT EVERY ACCOUNT ON THE FILE.
       01  DORMANCY-THRESHOLD-DAYS      PIC 9(4) VALUE ZERO.
      *
      * THE LOADED CALENDAR - BUSINESS DATES ONLY, SO THE SILENCE
       01  ACCOUNTS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-MARKED-COUNT        PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-ALREADY-DORMANT     PIC 9(8) VALUE ZERO.
       01  ACCOUNTS-NOT-ELIGIBLE        PIC 9(8) VALUE ZERO.
      *
      * THE CATALOG'S PRODUCTS THAT ARE NOT ELIGIBLE FOR DORMANCY -
      * THE ONLY ROWS THE SWEEP NEEDS.
       01  PRODUCT-CATALOG-SWITCH       PIC X VALUE "N".
         88      END-OF-PRODUCT-CATALOG     VALUE "Y".
       01  EXEMPT-PRODUCT-TABLE.
        05       EXEMPT-PRODUCT-CODE OCCURS 50 TIMES PIC X(4).
       01  EXEMPT-PRODUCT-COUNT         PIC 99 VALUE ZERO.
       01  EXEMPT-PRODUCT-IDX           PIC 99 VALUE 1.
       01  EXEMPT-PRODUCT-SWITCH        PIC X VALUE "N".
         88      PRODUCT-EXEMPT             VALUE "Y".
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
           DISPLAY "START DORMSWP".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DORMANCY-THRESHOLD-DAYS FROM SYSIN.
           MOVE "DORMANCY-THRESHOLD-DAYS" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO DORMANCY-THRESHOLD-DAYS
           END-IF.
           IF DORMANCY-THRESHOLD-DAYS = ZERO
               DISPLAY "NO DORMANCY THRESHOLD SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM LOAD-BUSINESS-DATES.
           PERFORM LOAD-EXEMPT-PRODUCTS.
           OPEN I-O ACCOUNT-MASTER.
           ACCEPT MASTER-JOURNAL-TIME FROM TIME.
           OPEN EXTEND MASTER-JOURNAL-FILE.
           OPEN EXTEND CUSTOMER-NOTICE-FILE.
           PERFORM READ-ACCOUNT-MASTER.
           PERFORM SWEEP-ONE-ACCOUNT UNTIL END-OF-ACCOUNT-MASTER.
           CLOSE CUSTOMER-NOTICE-FILE.
           CLOSE MASTER-JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           DISPLAY "ACCOUNTS EXAMINED:        "
               ACCOUNTS-EXAMINED-COUNT.
               ACCOUNTS-MARKED-COUNT.
           DISPLAY "ACCOUNTS ALREADY DORMANT: "
               ACCOUNTS-ALREADY-DORMANT.
           DISPLAY "ACCOUNTS NOT ELIGIBLE:    "
               ACCOUNTS-NOT-ELIGIBLE.
      *
       PROG-EX.
           DISPLAY "END DORMSWP".
           PERFORM READ-BUSINESS-CALENDAR.
       EXIT.
      *
      * LOAD-EXEMPT-PRODUCTS - EVERY CATALOG ROW FLAGGED "N" FOR
      * DORMANCY. ROWS PAST THE TABLE'S SIZE ARE NOT LOADED, AND
      * THEIR ACCOUNTS ARE SWEPT - A FALSE DORMANCY IS RELEASED BY A
      * SUPERVISOR, A MISSED ONE IS NEVER SEEN.
      *
       LOAD-EXEMPT-PRODUCTS SECTION.
           OPEN INPUT PRODUCT-CATALOG.
           PERFORM READ-PRODUCT-CATALOG.
           PERFORM LOAD-ONE-EXEMPT-PRODUCT
               UNTIL END-OF-PRODUCT-CATALOG
               OR EXEMPT-PRODUCT-COUNT = 50.
           CLOSE PRODUCT-CATALOG.
           DISPLAY "PRODUCTS EXEMPT FROM DORMANCY: "
               EXEMPT-PRODUCT-COUNT.
       EXIT.
      *
       LOAD-ONE-EXEMPT-PRODUCT SECTION.
           IF PRODUCT-NEVER-DORMANT
               ADD 1 TO EXEMPT-PRODUCT-COUNT
               MOVE PRODUCT-CODE
                   TO EXEMPT-PRODUCT-CODE(EXEMPT-PRODUCT-COUNT)
           END-IF.
           PERFORM READ-PRODUCT-CATALOG.
       EXIT.
      *
      * SWEEP-ONE-ACCOUNT - COUNTS THE BUSINESS DAYS BETWEEN THE
      * ACCOUNT'S LAST ACTIVITY AND THE RUN DATE. A ZERO LAST-
      * ACTIVITY DATE (A RECORD SEEDED BEFORE THE FIELD EXISTED)
               ADD 1 TO ACCOUNTS-ALREADY-DORMANT
               GO TO SWEEP-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE "N" TO EXEMPT-PRODUCT-SWITCH.
           IF ACCOUNT-MASTER-PRODUCT NOT = SPACES
               PERFORM MATCH-ONE-EXEMPT-PRODUCT
                   VARYING EXEMPT-PRODUCT-IDX FROM 1 BY 1
                   UNTIL EXEMPT-PRODUCT-IDX > EXEMPT-PRODUCT-COUNT
           END-IF.
           IF PRODUCT-EXEMPT
               ADD 1 TO ACCOUNTS-NOT-ELIGIBLE
               GO TO SWEEP-ONE-ACCOUNT-NEXT
           END-IF.
           MOVE ZERO TO SILENT-BUSINESS-DAYS.
           PERFORM COUNT-ONE-SILENT-DAY
               VARYING BUSINESS-DATE-IDX FROM 1 BY 1
               UNTIL BUSINESS-DATE-IDX > BUSINESS-DATE-COUNT.
           IF SILENT-BUSINESS-DAYS > DORMANCY-THRESHOLD-DAYS
               ADD 1 TO ACCOUNTS-MARKED-COUNT
               MOVE ACCOUNT-MASTER-RECORD TO MASTER-BEFORE-IMAGE
               MOVE "D" TO ACCOUNT-MASTER-DORMANT-FLAG
               REWRITE ACCOUNT-MASTER-RECORD
               PERFORM WRITE-MASTER-JOURNAL
               PERFORM WRITE-CUSTOMER-NOTICE
               DISPLAY "ACCOUNT " ACCOUNT-MASTER-KEY
                   " DORMANT - SILENT " SILENT-BUSINESS-DAYS
                   " BUSINESS DAYS SINCE "
       SWEEP-ONE-ACCOUNT-NEXT.
           PERFORM READ-ACCOUNT-MASTER.
       EXIT.
      *
       MATCH-ONE-EXEMPT-PRODUCT SECTION.
           IF EXEMPT-PRODUCT-CODE(EXEMPT-PRODUCT-IDX)
                   = ACCOUNT-MASTER-PRODUCT
               SET PRODUCT-EXEMPT TO TRUE
           END-IF.
       EXIT.
      *
       COUNT-ONE-SILENT-DAY SECTION.
           IF BUSINESS-TABLE-DATE(BUSINESS-DATE-IDX) >
               ADD 1 TO SILENT-BUSINESS-DAYS
           END-IF.
       EXIT.
      *
      * WRITE-MASTER-JOURNAL - ONE MSTJRNL RECORD FOR THE MASTER
      * CHANGE JUST MADE. KEEP IN STEP WITH TEST'S. THIS PROGRAM RUNS
      * OUTSIDE THE INTRADAY CYCLES AND JOURNALS UNDER CYCLE ZERO.
      *
       WRITE-MASTER-JOURNAL SECTION.
           ADD 1 TO MASTER-JOURNAL-COUNT.
           MOVE SPACES TO MASTER-JOURNAL-RECORD.
           MOVE "DORMSWP" TO MASTER-JOURNAL-PROGRAM.
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
      * WRITE-CUSTOMER-NOTICE - TELLS THE ACCOUNT'S CUSTOMER IT HAS
      * BEEN MARKED DORMANT.
      *
       WRITE-CUSTOMER-NOTICE SECTION.
           MOVE SPACES TO CUSTOMER-NOTICE-RECORD.
           MOVE RUN-DATE TO CUSTOMER-NOTICE-DATE.
           SET CUSTOMER-NOTICE-DORMANT TO TRUE.
           MOVE ACCOUNT-MASTER-CUSTOMER TO CUSTOMER-NOTICE-CUSTOMER.
           MOVE ACCOUNT-MASTER-KEY TO CUSTOMER-NOTICE-ACCOUNT-KEY.
           MOVE ZERO TO CUSTOMER-NOTICE-TXN-NUMBER.
           MOVE ZERO TO CUSTOMER-NOTICE-AMOUNT.
           MOVE ZERO TO CUSTOMER-NOTICE-ATTEMPTS.
           MOVE "ACCOUNT MARKED DORMANT" TO CUSTOMER-NOTICE-TEXT.
           MOVE ACCOUNT-MASTER-BALANCE TO CUSTOMER-NOTICE-BALANCE.
           WRITE CUSTOMER-NOTICE-RECORD.
       EXIT.
      *
       READ-ACCOUNT-MASTER SECTION.
           READ ACCOUNT-MASTER
                   SET END-OF-ACCOUNT-MASTER TO TRUE
           END-READ.
       EXIT.
      *
       READ-PRODUCT-CATALOG SECTION.
           READ PRODUCT-CATALOG
               AT END
                   SET END-OF-PRODUCT-CATALOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-BUSINESS-CALENDAR SECTION.
           READ BUSINESS-CALENDAR
                   SET END-OF-BUSINESS-CALENDAR TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "DORMSWP"
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
       END PROGRAM DORMSWP.
