       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
      *
      *
      * ANNUAL INTEREST AND TAX CERTIFICATES. EVERY JANUARY THE BACK
      * OFFICE USED TO COMPILE EACH CUSTOMER'S INTEREST FOR THEIR TAX
      * RETURN BY HAND FROM THE STATEMENTS. THIS JOB READS THE TAX
      * YEAR'S POSTING TRAIL (THE JCL HANDS IT THE YEAR'S POSTEDTX
      * GENERATIONS IN ONE CONCATENATION, WITH POSTROLL'S PTXNARCH
      * AHEAD OF THEM ONCE PART OF THE YEAR HAS BEEN ROLLED OFF - A
      * BROUGHT-FORWARD ROW IS NEVER INTEREST OR TAX AND FALLS OUT
      * WITH THE OTHER NON-TYPE-O POSTINGS), PICKS OUT THE INTEREST
      * CREDITS - ACCRUE'S "ACCR", INTADJ'S "IADJ" AND TDMATURE'S
      * TYPE-O "TDEP" - AND THE "WHTX" WITHHOLDING DEBITS, SORTS
      * THEM BY CUSTOMER AND ACCOUNT, AND PRINTS ONE CERTIFICATE PER
      * CUSTOMER (TAXCPRT) SHOWING THE GROSS INTEREST, THE TAX
      * WITHHELD AND THE NET PER ACCOUNT. THE SAME FIGURES GO TO THE
      * FIXED-LAYOUT EXTRACT FOR THE TAX AUTHORITY (TAXCEXTR).
      *
      * THE CONTROL REPORT (TAXCCTL) LISTS EVERY ACCOUNT HELD OUT OF
      * THE CERTIFICATES - NO ACCOUNT OR NO CUSTOMER TO ADDRESS IT
      * TO - AND TIES THE YEAR'S TOTALS BACK TO THE LEDGER: THE
      * INTEREST TO THE NET DEBIT ON THE INTEREST ACCOUNT THE CHART'S
      * TYPE-O ROW NAMES, LESS THE TRAIL'S OTHER TYPE-O POSTINGS
      * (FEES, CHARGES) THAT SHARE IT, AND THE TAX TO THE NET CREDIT
      * ON THE WITHHOLDING-TAX LIABILITY, BOTH FROM THE GL ACTIVITY
      * HISTORY. A TOTAL THAT DOES NOT TIE ENDS THE STEP WITH A
      * WARNING. SYSIN CARRIES THE TAX YEAR.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES - SAME MONEY FIELDS,
      * SAME EDITING.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTED-TRANSACTIONS ASSIGN TO "POSTEDTX"
               ORGANIZATION IS LINE SEQUENTIAL.
      * ACCOUNT-MASTER - THE OWNER AND ENTITY OF EACH ACCOUNT.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
      * CUSTOMER-MASTER - THE NAME, ADDRESS AND TAX PARTICULARS EACH
      * CERTIFICATE IS MADE OUT TO.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUSTOMER-MASTER-NUMBER.
      * CHART-OF-ACCOUNTS - THE TYPE-O ROW NAMES THE INTEREST
      * ACCOUNT.
           SELECT CHART-OF-ACCOUNTS ASSIGN TO "COACCTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-ACTIVITY-HISTORY ASSIGN TO "GLACTHIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      * TAXCERT-WORK-FILE - THE YEAR'S INTEREST AND WITHHOLDING
      * POSTINGS IN CUSTOMER / ACCOUNT ORDER, AS THE SORT GIVES THEM.
           SELECT TAXCERT-WORK-FILE ASSIGN TO "TAXCWORK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERTIFICATE-PRINT ASSIGN TO "TAXCPRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXCERT-EXTRACT ASSIGN TO "TAXCEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "TAXCCTL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-TRANSACTIONS
           LABEL RECORDS ARE STANDARD.
           COPY POSTEDTXN.
      *
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTMASTER.
      *
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTOMERMASTER.
      *
       FD  CHART-OF-ACCOUNTS
           LABEL RECORDS ARE STANDARD.
           COPY CHARTOFACCTS.
      *
       FD  GL-ACTIVITY-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY GLACTIVITY.
      *
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
        05       SW-CUSTOMER             PIC X(8).
        05       SW-ACCOUNT-KEY          PIC X(5).
        05       SW-ENTITY               PIC X(2).
        05       SW-GROSS                PIC S9(7)V99.
        05       SW-TAX                  PIC S9(7)V99.
      *
       FD  TAXCERT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAXCERT-WORK-RECORD.
        05       WORK-CUSTOMER           PIC X(8).
        05       WORK-ACCOUNT-KEY        PIC X(5).
        05       WORK-ENTITY             PIC X(2).
        05       WORK-GROSS              PIC S9(7)V99.
        05       WORK-TAX                PIC S9(7)V99.
      *
       FD  CERTIFICATE-PRINT
           LABEL RECORDS ARE STANDARD.
       01  CERTIFICATE-PRINT-LINE          PIC X(132).
      *
       FD  TAXCERT-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY TAXCERTEXTRACT.
      *
       FD  CONTROL-REPORT
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-REPORT-LINE             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS  VALUE "Y".
       01  TAXCERT-WORK-SWITCH          PIC X VALUE "N".
         88      END-OF-TAXCERT-WORK        VALUE "Y".
       01  CHART-OF-ACCOUNTS-SWITCH     PIC X VALUE "N".
         88      END-OF-CHART                VALUE "Y".
       01  GL-ACTIVITY-SWITCH           PIC X VALUE "N".
         88      END-OF-GL-ACTIVITY          VALUE "Y".
       01  ACCOUNT-FOUND-SWITCH         PIC X VALUE "N".
         88      ACCOUNT-ON-FILE            VALUE "Y".
       01  CUSTOMER-FOUND-SWITCH        PIC X VALUE "N".
         88      CUSTOMER-ON-FILE           VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  TAX-YEAR                     PIC 9(4) VALUE ZERO.
      *
      * YEAR-CHECK-DATE - A TRAIL OR LEDGER DATE, SPLIT SO ITS YEAR
      * CAN BE HELD AGAINST THE TAX YEAR.
       01  YEAR-CHECK-DATE              PIC 9(8) VALUE ZERO.
       01  YEAR-CHECK-PARTS REDEFINES YEAR-CHECK-DATE.
        05       YEAR-CHECK-YEAR         PIC 9(4).
        05       FILLER                  PIC 9(4).
      *
      * GL ACCOUNTS THE TOTALS ARE TIED TO - THE INTEREST ACCOUNT
      * COMES FROM THE CHART. KEEP THE LIABILITY IN STEP WITH
      * WHT-LIABILITY-ACCOUNT IN WHTRPT.
       01  WHT-INTEREST-ACCOUNT         PIC X(4) VALUE SPACES.
       01  WHT-LIABILITY-ACCOUNT        PIC X(4) VALUE "2600".
      *
      * TRAIL WORK FIELDS - THE POSTING'S ACCOUNT KEY REBUILT WITH
      * ITS CHECK DIGIT, AND THE TRAIL COUNTS.
       01  TRAIL-ACCOUNT-KEY            PIC X(5) VALUE SPACES.
       01  POSTINGS-RELEASED-COUNT      PIC 9(8) VALUE ZERO.
       01  TRAIL-OTHER-TYPE-O-NET       PIC S9(11)V99 VALUE ZERO.
      *
      * MODULUS-11 CHECK-DIGIT WORK FIELDS - SAME ALGORITHM TEST
      * VALIDATES WITH: THE FOUR KEY DIGITS IN CHECK-DIGIT-WORK-STRING
      * WEIGHTED 2 THROUGH 5 LEFT TO RIGHT.
       01  CHECK-DIGIT-WEIGHT           PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-SUM              PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-INDEX            PIC 9 VALUE 1.
       01  CHECK-DIGIT-CHAR             PIC X VALUE SPACE.
       01  CHECK-DIGIT-DIGIT            PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-QUOTIENT         PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-REMAINDER        PIC 9(4) VALUE ZERO.
       01  CHECK-DIGIT-COMPUTED         PIC 9 VALUE ZERO.
       01  CHECK-DIGIT-WORK-STRING      PIC X(4) VALUE SPACES.
      *
      * CERTIFICATE CONTROL-BREAK FIELDS - ONE CERTIFICATE PER
      * CUSTOMER, ONE LINE PER ACCOUNT ON IT.
       01  CERT-CUSTOMER                PIC X(8) VALUE SPACES.
       01  CERT-HELD-OUT-REASON         PIC X(24) VALUE SPACES.
       01  CERT-ACCOUNT-COUNT           PIC 9(4) VALUE ZERO.
       01  CERT-GROSS                   PIC S9(9)V99 VALUE ZERO.
       01  CERT-TAX                     PIC S9(9)V99 VALUE ZERO.
       01  CERT-NET                     PIC S9(9)V99 VALUE ZERO.
       01  ACCT-KEY                     PIC X(5) VALUE SPACES.
       01  ACCT-ENTITY                  PIC X(2) VALUE SPACES.
       01  ACCT-GROSS                   PIC S9(9)V99 VALUE ZERO.
       01  ACCT-TAX                     PIC S9(9)V99 VALUE ZERO.
       01  ACCT-NET                     PIC S9(9)V99 VALUE ZERO.
      *
      * RUN TOTALS - WHAT WENT ON THE CERTIFICATES, WHAT WAS HELD
      * OUT, AND THE LEDGER FIGURES THEY ARE TIED TO.
       01  CERTIFICATES-COUNT           PIC 9(8) VALUE ZERO.
       01  CERTIFIED-ACCOUNTS-COUNT     PIC 9(8) VALUE ZERO.
       01  CERTIFIED-GROSS-TOTAL        PIC S9(11)V99 VALUE ZERO.
       01  CERTIFIED-TAX-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  HELD-OUT-ACCOUNTS-COUNT      PIC 9(8) VALUE ZERO.
       01  HELD-OUT-GROSS-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  HELD-OUT-TAX-TOTAL           PIC S9(11)V99 VALUE ZERO.
       01  YEAR-GROSS-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  YEAR-TAX-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  GL-INTEREST-NET-DEBIT        PIC S9(11)V99 VALUE ZERO.
       01  GL-INTEREST-FOR-TIE          PIC S9(11)V99 VALUE ZERO.
       01  GL-LIABILITY-NET-CREDIT      PIC S9(11)V99 VALUE ZERO.
       01  TIE-DIFFERENCE               PIC S9(11)V99 VALUE ZERO.
       01  TIE-FAILED-SWITCH            PIC X VALUE "N".
         88      TOTALS-DO-NOT-TIE          VALUE "Y".
      *
      * PRINT WORK FIELDS - SAME LINE-COUNTED, PAGE-HEADED SHAPE AS
      * TEST'S DAILY REPORT, FOR THE CERTIFICATES AND THE CONTROL
      * REPORT ALIKE.
       01  CERT-LINE-COUNT              PIC 9(2) VALUE ZERO.
       01  CONTROL-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01  CONTROL-LINE-COUNT           PIC 9(2) VALUE ZERO.
       01  REPORT-PAGE-DEPTH            PIC 9(2) VALUE 55.
       01  CERT-HEADING-LINE.
        05       FILLER                  PIC X(45) VALUE
                 "ANNUAL CERTIFICATE OF INTEREST AND TAX - YEAR".
        05       FILLER                  PIC X VALUE SPACE.
        05       CERT-HEADING-YEAR       PIC 9(4).
       01  CERT-COLUMN-LINE             PIC X(132) VALUE
           "ACCOUNT  EN         GROSS INTEREST          TAX WITHHELD
      -    "          NET INTEREST".
       01  CONTROL-HEADING-LINE.
        05       FILLER                  PIC X(41) VALUE
                 "INTEREST AND TAX CERTIFICATES - CONTROL  ".
        05       FILLER                  PIC X(5) VALUE "YEAR ".
        05       CONTROL-HEADING-YEAR    PIC 9(4).
        05       FILLER                  PIC X(7) VALUE "   PAGE".
        05       CONTROL-HEADING-PAGE    PIC ZZZ9.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-COUNT-EDIT            PIC ZZ.ZZZ.ZZ9.
       01  REPORT-GROSS-EDIT            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-TAX-EDIT              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  REPORT-NET-EDIT              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START TAXCERT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TAX-YEAR FROM SYSIN.
           IF TAX-YEAR = ZERO
               DISPLAY "NO TAX YEAR SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           PERFORM FIND-INTEREST-ACCOUNT.
           IF WHT-INTEREST-ACCOUNT = SPACES
               DISPLAY "NO TYPE-O ROW ON THE CHART OF ACCOUNTS - "
                   "RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER SW-ACCOUNT-KEY
               INPUT PROCEDURE IS RELEASE-YEAR-POSTINGS
               GIVING TAXCERT-WORK-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT CERTIFICATE-PRINT.
           OPEN OUTPUT TAXCERT-EXTRACT.
           OPEN OUTPUT CONTROL-REPORT.
           PERFORM WRITE-CONTROL-HEADING.
           MOVE "ACCOUNTS HELD OUT OF THE CERTIFICATES:"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO TAXCERT-HEADER-RECORD.
           SET TAXCERT-HEADER TO TRUE.
           MOVE TAX-YEAR TO TAXCERT-TAX-YEAR.
           MOVE RUN-DATE TO TAXCERT-RUN-DATE.
           WRITE TAXCERT-HEADER-RECORD.
           OPEN INPUT TAXCERT-WORK-FILE.
           PERFORM READ-TAXCERT-WORK.
           PERFORM BUILD-ONE-CERTIFICATE UNTIL END-OF-TAXCERT-WORK.
           CLOSE TAXCERT-WORK-FILE.
           MOVE SPACES TO TAXCERT-TRAILER-RECORD.
           SET TAXCERT-TRAILER TO TRUE.
           MOVE CERTIFICATES-COUNT TO TAXCERT-TRL-CUSTOMERS.
           MOVE CERTIFIED-ACCOUNTS-COUNT TO TAXCERT-TRL-ACCOUNTS.
           MOVE CERTIFIED-GROSS-TOTAL TO TAXCERT-TRL-GROSS.
           MOVE CERTIFIED-TAX-TOTAL TO TAXCERT-TRL-TAX.
           WRITE TAXCERT-TRAILER-RECORD.
           CLOSE TAXCERT-EXTRACT.
           CLOSE CERTIFICATE-PRINT.
           CLOSE CUSTOMER-MASTER.
           PERFORM TOTAL-LEDGER-ACTIVITY.
           PERFORM WRITE-CONTROL-TIE.
           CLOSE CONTROL-REPORT.
           DISPLAY "POSTINGS TAKEN FROM THE TRAIL: "
               POSTINGS-RELEASED-COUNT.
           DISPLAY "CERTIFICATES:                  " CERTIFICATES-COUNT.
           DISPLAY "ACCOUNTS CERTIFIED:            "
               CERTIFIED-ACCOUNTS-COUNT.
           DISPLAY "ACCOUNTS HELD OUT:             "
               HELD-OUT-ACCOUNTS-COUNT.
           IF HELD-OUT-ACCOUNTS-COUNT > ZERO OR TOTALS-DO-NOT-TIE
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END TAXCERT".
           EXIT PROGRAM.
      *
      * FIND-INTEREST-ACCOUNT - THE DEBIT ACCOUNT OF THE CHART'S
      * TYPE-O ROW; CONTROL AND CLASS ROWS ARE PASSED OVER.
      *
       FIND-INTEREST-ACCOUNT SECTION.
           OPEN INPUT CHART-OF-ACCOUNTS.
           PERFORM READ-CHART-ROW.
           PERFORM MATCH-ONE-CHART-ROW UNTIL END-OF-CHART.
           CLOSE CHART-OF-ACCOUNTS.
       EXIT.
      *
       MATCH-ONE-CHART-ROW SECTION.
           IF NOT COA-NON-TYPE-ROW
               AND COA-TXN-TYPE = "O"
               MOVE COA-DR-ACCOUNT TO WHT-INTEREST-ACCOUNT
           END-IF.
           PERFORM READ-CHART-ROW.
       EXIT.
      *
      * RELEASE-YEAR-POSTINGS - THE SORT'S INPUT: EVERY INTEREST
      * CREDIT AND WITHHOLDING DEBIT OF THE TAX YEAR, WITH THE OWNER
      * AND ENTITY OF ITS ACCOUNT. THE TRAIL'S OTHER TYPE-O POSTINGS
      * ARE ONLY SUMMED, FOR THE LEDGER TIE.
      *
       RELEASE-YEAR-POSTINGS SECTION.
           OPEN INPUT POSTED-TRANSACTIONS.
           OPEN INPUT ACCOUNT-MASTER.
           PERFORM READ-POSTED-TRANSACTION.
           PERFORM RELEASE-ONE-POSTING
               UNTIL END-OF-POSTED-TRANSACTIONS.
           CLOSE ACCOUNT-MASTER.
           CLOSE POSTED-TRANSACTIONS.
       EXIT.
      *
       RELEASE-ONE-POSTING SECTION.
           MOVE POSTED-DATE TO YEAR-CHECK-DATE.
           IF YEAR-CHECK-YEAR NOT = TAX-YEAR
               OR POSTED-STRING-TYPE = "R"
               GO TO RELEASE-ONE-POSTING-NEXT
           END-IF.
           MOVE ZERO TO SW-GROSS.
           MOVE ZERO TO SW-TAX.
           EVALUATE TRUE
               WHEN POSTED-STRING-PART2 = "WHTX"
                   COMPUTE SW-TAX = ZERO - POSTED-AMOUNT
               WHEN POSTED-TXN-TYPE NOT = "O"
                   GO TO RELEASE-ONE-POSTING-NEXT
               WHEN POSTED-STRING-PART2 = "ACCR"
                   OR POSTED-STRING-PART2 = "IADJ"
                   OR POSTED-STRING-PART2 = "TDEP"
                   MOVE POSTED-AMOUNT TO SW-GROSS
               WHEN OTHER
                   ADD POSTED-AMOUNT TO TRAIL-OTHER-TYPE-O-NET
                   GO TO RELEASE-ONE-POSTING-NEXT
           END-EVALUATE.
           MOVE POSTED-STRING-PART1 TO CHECK-DIGIT-WORK-STRING.
           PERFORM COMPUTE-CHECK-DIGIT.
           MOVE POSTED-STRING-PART1 TO TRAIL-ACCOUNT-KEY(1:4).
           MOVE CHECK-DIGIT-COMPUTED TO TRAIL-ACCOUNT-KEY(5:1).
           MOVE "N" TO ACCOUNT-FOUND-SWITCH.
           MOVE TRAIL-ACCOUNT-KEY TO ACCOUNT-MASTER-KEY.
           READ ACCOUNT-MASTER KEY IS ACCOUNT-MASTER-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ACCOUNT-ON-FILE TO TRUE
           END-READ.
      * AN ACCOUNT NO LONGER ON THE MASTER SORTS AHEAD OF EVERY
      * CUSTOMER WITH NO OWNER, AND IS HELD OUT.
           IF ACCOUNT-ON-FILE
               MOVE ACCOUNT-MASTER-CUSTOMER TO SW-CUSTOMER
               MOVE ACCOUNT-MASTER-ENTITY TO SW-ENTITY
           ELSE
               MOVE SPACES TO SW-CUSTOMER
               MOVE POSTED-ENTITY TO SW-ENTITY
           END-IF.
           MOVE TRAIL-ACCOUNT-KEY TO SW-ACCOUNT-KEY.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO POSTINGS-RELEASED-COUNT.
       RELEASE-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
      * BUILD-ONE-CERTIFICATE - ONE CUSTOMER: THE CERTIFICATE HEADING,
      * A LINE AND AN "A" RECORD PER ACCOUNT, THEN THE TOTALS AND THE
      * "C" RECORD. A CUSTOMER WHO CANNOT BE ADDRESSED HAS EACH OF
      * THEIR ACCOUNTS LISTED ON THE CONTROL REPORT INSTEAD.
      *
       BUILD-ONE-CERTIFICATE SECTION.
           MOVE WORK-CUSTOMER TO CERT-CUSTOMER.
           MOVE SPACES TO CERT-HELD-OUT-REASON.
           MOVE ZERO TO CERT-ACCOUNT-COUNT.
           MOVE ZERO TO CERT-GROSS.
           MOVE ZERO TO CERT-TAX.
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           IF CERT-CUSTOMER = SPACES
               MOVE "NO ACCOUNT OR OWNER" TO CERT-HELD-OUT-REASON
           ELSE
               MOVE CERT-CUSTOMER TO CUSTOMER-MASTER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON FILE"
                           TO CERT-HELD-OUT-REASON
                   NOT INVALID KEY
                       SET CUSTOMER-ON-FILE TO TRUE
               END-READ
           END-IF.
           IF CERT-HELD-OUT-REASON = SPACES
               PERFORM WRITE-CERTIFICATE-HEADING
           END-IF.
           PERFORM TAKE-ONE-CERTIFICATE-ACCOUNT
               UNTIL END-OF-TAXCERT-WORK
               OR WORK-CUSTOMER NOT = CERT-CUSTOMER.
           IF CERT-HELD-OUT-REASON NOT = SPACES
               GO TO BUILD-ONE-CERTIFICATE-EX
           END-IF.
           COMPUTE CERT-NET = CERT-GROSS - CERT-TAX.
           PERFORM WRITE-CERTIFICATE-FOOTING.
           MOVE SPACES TO TAXCERT-CUSTOMER-RECORD.
           SET TAXCERT-CUSTOMER TO TRUE.
           MOVE CERT-CUSTOMER TO TAXCERT-CUST-NUMBER.
           MOVE CUSTOMER-NAME TO TAXCERT-CUST-NAME.
           MOVE CUSTOMER-TAX-ID TO TAXCERT-CUST-TAX-ID.
           MOVE CUSTOMER-ADDRESS-LINE-1 TO TAXCERT-CUST-ADDRESS-1.
           MOVE CUSTOMER-ADDRESS-LINE-2 TO TAXCERT-CUST-ADDRESS-2.
           MOVE CUSTOMER-POSTCODE TO TAXCERT-CUST-POSTCODE.
           MOVE CUSTOMER-TYPE TO TAXCERT-CUST-TYPE.
           MOVE CUSTOMER-RESIDENCE TO TAXCERT-CUST-RESIDENCE.
           MOVE CERT-ACCOUNT-COUNT TO TAXCERT-CUST-ACCOUNTS.
           MOVE CERT-GROSS TO TAXCERT-CUST-GROSS.
           MOVE CERT-TAX TO TAXCERT-CUST-TAX.
           MOVE CERT-NET TO TAXCERT-CUST-NET.
           WRITE TAXCERT-CUSTOMER-RECORD.
           ADD 1 TO CERTIFICATES-COUNT.
       BUILD-ONE-CERTIFICATE-EX.
       EXIT.
      *
      * TAKE-ONE-CERTIFICATE-ACCOUNT - ALL OF ONE ACCOUNT'S POSTINGS
      * FOR THE YEAR, SUMMED INTO ONE CERTIFICATE LINE OR ONE
      * HELD-OUT LINE.
      *
       TAKE-ONE-CERTIFICATE-ACCOUNT SECTION.
           MOVE WORK-ACCOUNT-KEY TO ACCT-KEY.
           MOVE WORK-ENTITY TO ACCT-ENTITY.
           MOVE ZERO TO ACCT-GROSS.
           MOVE ZERO TO ACCT-TAX.
           PERFORM TAKE-ONE-ACCOUNT-POSTING
               UNTIL END-OF-TAXCERT-WORK
               OR WORK-CUSTOMER NOT = CERT-CUSTOMER
               OR WORK-ACCOUNT-KEY NOT = ACCT-KEY.
           COMPUTE ACCT-NET = ACCT-GROSS - ACCT-TAX.
           IF CERT-HELD-OUT-REASON NOT = SPACES
               ADD 1 TO HELD-OUT-ACCOUNTS-COUNT
               ADD ACCT-GROSS TO HELD-OUT-GROSS-TOTAL
               ADD ACCT-TAX TO HELD-OUT-TAX-TOTAL
               PERFORM WRITE-HELD-OUT-LINE
               GO TO TAKE-ONE-CERTIFICATE-ACCOUNT-EX
           END-IF.
           ADD 1 TO CERT-ACCOUNT-COUNT.
           ADD 1 TO CERTIFIED-ACCOUNTS-COUNT.
           ADD ACCT-GROSS TO CERT-GROSS.
           ADD ACCT-TAX TO CERT-TAX.
           ADD ACCT-GROSS TO CERTIFIED-GROSS-TOTAL.
           ADD ACCT-TAX TO CERTIFIED-TAX-TOTAL.
           MOVE ACCT-GROSS TO REPORT-GROSS-EDIT.
           MOVE ACCT-TAX TO REPORT-TAX-EDIT.
           MOVE ACCT-NET TO REPORT-NET-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING ACCT-KEY DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ACCT-ENTITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-NET-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO TAXCERT-ACCOUNT-RECORD.
           SET TAXCERT-ACCOUNT TO TRUE.
           MOVE CERT-CUSTOMER TO TAXCERT-ACCT-CUSTOMER.
           MOVE ACCT-KEY TO TAXCERT-ACCT-KEY.
           MOVE ACCT-ENTITY TO TAXCERT-ACCT-ENTITY.
           MOVE ACCT-GROSS TO TAXCERT-ACCT-GROSS.
           MOVE ACCT-TAX TO TAXCERT-ACCT-TAX.
           WRITE TAXCERT-ACCOUNT-RECORD.
       TAKE-ONE-CERTIFICATE-ACCOUNT-EX.
       EXIT.
      *
       TAKE-ONE-ACCOUNT-POSTING SECTION.
           ADD WORK-GROSS TO ACCT-GROSS.
           ADD WORK-TAX TO ACCT-TAX.
           PERFORM READ-TAXCERT-WORK.
       EXIT.
      *
      * THE CERTIFICATE - A NEW PAGE PER CUSTOMER, ADDRESSED FROM THE
      * CUSTOMER MASTER. A CUSTOMER WITH MORE ACCOUNTS THAN A PAGE
      * HOLDS RUNS ON UNDER A REPEATED HEADING.
      *
       WRITE-CERTIFICATE-HEADING SECTION.
           MOVE TAX-YEAR TO CERT-HEADING-YEAR.
           MOVE CERT-HEADING-LINE TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CUSTOMER-NAME TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CUSTOMER-ADDRESS-LINE-1 TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CUSTOMER-ADDRESS-LINE-2 TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CUSTOMER-POSTCODE TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERTIFICATE-PRINT-LINE.
           STRING "CUSTOMER " DELIMITED BY SIZE
               CERT-CUSTOMER DELIMITED BY SIZE
               "   TAX IDENTIFIER " DELIMITED BY SIZE
               CUSTOMER-TAX-ID DELIMITED BY SIZE
               INTO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE CERT-COLUMN-LINE TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 10 TO CERT-LINE-COUNT.
       EXIT.
      *
       WRITE-CERTIFICATE-LINE SECTION.
           IF CERT-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-CERTIFICATE-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO CERTIFICATE-PRINT-LINE.
           WRITE CERTIFICATE-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO CERT-LINE-COUNT.
       EXIT.
      *
       WRITE-CERTIFICATE-FOOTING SECTION.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE CERT-GROSS TO REPORT-GROSS-EDIT.
           MOVE CERT-TAX TO REPORT-TAX-EDIT.
           MOVE CERT-NET TO REPORT-NET-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "TOTAL      " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               REPORT-NET-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "THE TAX SHOWN WAS WITHHELD AT SOURCE AND PAID TO THE"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "TAX AUTHORITY ON YOUR BEHALF. KEEP THIS CERTIFICATE"
               TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE "FOR YOUR TAX RETURN." TO REPORT-BUILD-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
       EXIT.
      *
      * TOTAL-LEDGER-ACTIVITY - THE YEAR'S MOVEMENT ON THE INTEREST
      * ACCOUNT AND THE LIABILITY, EVERY ENTITY TOGETHER, FROM THE
      * GL ACTIVITY HISTORY.
      *
       TOTAL-LEDGER-ACTIVITY SECTION.
           OPEN INPUT GL-ACTIVITY-HISTORY.
           PERFORM READ-GL-ACTIVITY.
           PERFORM TOTAL-ONE-GL-ACTIVITY UNTIL END-OF-GL-ACTIVITY.
           CLOSE GL-ACTIVITY-HISTORY.
       EXIT.
      *
       TOTAL-ONE-GL-ACTIVITY SECTION.
           MOVE GLACT-JOURNAL-DATE TO YEAR-CHECK-DATE.
           IF YEAR-CHECK-YEAR = TAX-YEAR
               IF GLACT-ACCOUNT = WHT-INTEREST-ACCOUNT
                   ADD GLACT-DR-TOTAL TO GL-INTEREST-NET-DEBIT
                   SUBTRACT GLACT-CR-TOTAL FROM GL-INTEREST-NET-DEBIT
               END-IF
               IF GLACT-ACCOUNT = WHT-LIABILITY-ACCOUNT
                   ADD GLACT-CR-TOTAL TO GL-LIABILITY-NET-CREDIT
                   SUBTRACT GLACT-DR-TOTAL FROM GL-LIABILITY-NET-CREDIT
               END-IF
           END-IF.
           PERFORM READ-GL-ACTIVITY.
       EXIT.
      *
      * WRITE-CONTROL-TIE - THE YEAR'S TOTALS, CERTIFIED AND HELD
      * OUT, AGAINST THE LEDGER. THE WITHHOLDING DEBITS TAKE THE TAX
      * OFF THE INTEREST ACCOUNT AND WHTRPT'S JOURNALS PUT IT BACK,
      * SO WITH EVERY MONTH'S RETURN JOURNALED THE ACCOUNT'S NET
      * DEBIT, LESS THE TRAIL'S OTHER TYPE-O POSTINGS, IS THE GROSS
      * INTEREST.
      *
       WRITE-CONTROL-TIE SECTION.
           COMPUTE YEAR-GROSS-TOTAL =
               CERTIFIED-GROSS-TOTAL + HELD-OUT-GROSS-TOTAL.
           COMPUTE YEAR-TAX-TOTAL =
               CERTIFIED-TAX-TOTAL + HELD-OUT-TAX-TOTAL.
           COMPUTE GL-INTEREST-FOR-TIE =
               GL-INTEREST-NET-DEBIT - TRAIL-OTHER-TYPE-O-NET.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE HELD-OUT-ACCOUNTS-COUNT TO REPORT-COUNT-EDIT.
           MOVE HELD-OUT-GROSS-TOTAL TO REPORT-GROSS-EDIT.
           MOVE HELD-OUT-TAX-TOTAL TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "ACCOUNTS HELD OUT:        " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  INTEREST " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE CERTIFICATES-COUNT TO REPORT-COUNT-EDIT.
           MOVE CERTIFIED-GROSS-TOTAL TO REPORT-GROSS-EDIT.
           MOVE CERTIFIED-TAX-TOTAL TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "CERTIFICATES ISSUED:      " DELIMITED BY SIZE
               REPORT-COUNT-EDIT DELIMITED BY SIZE
               "  INTEREST " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "INTEREST TIE:" TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE GL-INTEREST-NET-DEBIT TO REPORT-GROSS-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  NET DEBIT ON GL " DELIMITED BY SIZE
               WHT-INTEREST-ACCOUNT DELIMITED BY SIZE
               "                " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE TRAIL-OTHER-TYPE-O-NET TO REPORT-GROSS-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  LESS OTHER TYPE-O POSTINGS       "
                   DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE GL-INTEREST-FOR-TIE TO REPORT-GROSS-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  INTEREST PER LEDGER              "
                   DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE YEAR-GROSS-TOTAL TO REPORT-GROSS-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  INTEREST PER CERTIFICATES        "
                   DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           COMPUTE TIE-DIFFERENCE =
               GL-INTEREST-FOR-TIE - YEAR-GROSS-TOTAL.
           PERFORM WRITE-TIE-DIFFERENCE.
           MOVE SPACES TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE "WITHHOLDING TIE:" TO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE GL-LIABILITY-NET-CREDIT TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  NET CREDIT ON GL " DELIMITED BY SIZE
               WHT-LIABILITY-ACCOUNT DELIMITED BY SIZE
               "               " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE YEAR-TAX-TOTAL TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  TAX PER CERTIFICATES             "
                   DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
           COMPUTE TIE-DIFFERENCE =
               GL-LIABILITY-NET-CREDIT - YEAR-TAX-TOTAL.
           PERFORM WRITE-TIE-DIFFERENCE.
       EXIT.
      *
       WRITE-TIE-DIFFERENCE SECTION.
           MOVE TIE-DIFFERENCE TO REPORT-NET-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           IF TIE-DIFFERENCE = ZERO
               STRING "  DIFFERENCE                       "
                       DELIMITED BY SIZE
                   REPORT-NET-EDIT DELIMITED BY SIZE
                   "  TIES" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
           ELSE
               SET TOTALS-DO-NOT-TIE TO TRUE
               STRING "  DIFFERENCE                       "
                       DELIMITED BY SIZE
                   REPORT-NET-EDIT DELIMITED BY SIZE
                   "  *** DOES NOT TIE ***" DELIMITED BY SIZE
                   INTO REPORT-BUILD-LINE
           END-IF.
           PERFORM WRITE-CONTROL-LINE.
       EXIT.
      *
       WRITE-HELD-OUT-LINE SECTION.
           MOVE ACCT-GROSS TO REPORT-GROSS-EDIT.
           MOVE ACCT-TAX TO REPORT-TAX-EDIT.
           MOVE SPACES TO REPORT-BUILD-LINE.
           STRING "  " DELIMITED BY SIZE
               ACCT-KEY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CERT-CUSTOMER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-GROSS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REPORT-TAX-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CERT-HELD-OUT-REASON DELIMITED BY SIZE
               INTO REPORT-BUILD-LINE.
           PERFORM WRITE-CONTROL-LINE.
       EXIT.
      *
       WRITE-CONTROL-HEADING SECTION.
           ADD 1 TO CONTROL-PAGE-NUMBER.
           MOVE TAX-YEAR TO CONTROL-HEADING-YEAR.
           MOVE CONTROL-PAGE-NUMBER TO CONTROL-HEADING-PAGE.
           MOVE CONTROL-HEADING-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING PAGE.
           MOVE SPACES TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE.
           MOVE 2 TO CONTROL-LINE-COUNT.
       EXIT.
      *
       WRITE-CONTROL-LINE SECTION.
           IF CONTROL-LINE-COUNT NOT < REPORT-PAGE-DEPTH
               PERFORM WRITE-CONTROL-HEADING
           END-IF.
           MOVE REPORT-BUILD-LINE TO CONTROL-REPORT-LINE.
           WRITE CONTROL-REPORT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO CONTROL-LINE-COUNT.
       EXIT.
      *
      * COMPUTE-CHECK-DIGIT - THE MODULUS-11 CHECK DIGIT OVER
      * CHECK-DIGIT-WORK-STRING, MATCHING VALIDATE-CHECK-DIGIT IN
      * TEST.
      *
       COMPUTE-CHECK-DIGIT SECTION.
           MOVE ZERO TO CHECK-DIGIT-SUM.
           PERFORM ACCUMULATE-CHECK-DIGIT VARYING CHECK-DIGIT-INDEX
               FROM 1 BY 1 UNTIL CHECK-DIGIT-INDEX > 4.
           DIVIDE CHECK-DIGIT-SUM BY 11 GIVING CHECK-DIGIT-QUOTIENT
               REMAINDER CHECK-DIGIT-REMAINDER.
           IF CHECK-DIGIT-REMAINDER = ZERO
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           ELSE
               COMPUTE CHECK-DIGIT-COMPUTED = 11 - CHECK-DIGIT-REMAINDER
           END-IF.
           IF CHECK-DIGIT-COMPUTED > 9
               MOVE ZERO TO CHECK-DIGIT-COMPUTED
           END-IF.
       EXIT.
      *
       ACCUMULATE-CHECK-DIGIT SECTION.
           MOVE CHECK-DIGIT-WORK-STRING(CHECK-DIGIT-INDEX:1) TO
               CHECK-DIGIT-CHAR.
           MOVE CHECK-DIGIT-CHAR TO CHECK-DIGIT-DIGIT.
           COMPUTE CHECK-DIGIT-WEIGHT = CHECK-DIGIT-INDEX + 1.
           COMPUTE CHECK-DIGIT-SUM = CHECK-DIGIT-SUM +
               (CHECK-DIGIT-DIGIT * CHECK-DIGIT-WEIGHT).
       EXIT.
      *
       READ-POSTED-TRANSACTION SECTION.
           READ POSTED-TRANSACTIONS
               AT END
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
           END-READ.
       EXIT.
      *
       READ-TAXCERT-WORK SECTION.
           READ TAXCERT-WORK-FILE
               AT END
                   SET END-OF-TAXCERT-WORK TO TRUE
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
       READ-GL-ACTIVITY SECTION.
           READ GL-ACTIVITY-HISTORY
               AT END
                   SET END-OF-GL-ACTIVITY TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM TAXCERT.
