       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNDTRPT.
      *
      *
      * MONTHLY DIRECT-DEBIT MANDATE REPORT. FOR THE YYYYMM ON THE
      * SYSIN CARD, OR THE CURRENT MONTH, LISTS FROM THE MNDTLOG
      * COLLECTION LOG THE COLLECTIONS TAKEN AND REFUSED UNDER EACH
      * MANDATE, THEN THE COLLECTIONS REFUSED FOR WANT OF ANY
      * MANDATE, THEN THE ACTIVE MANDATES IN FORCE DURING THE MONTH
      * THAT NOTHING WAS COLLECTED UNDER, AND LAST THE ACTIVE
      * MANDATES THAT RUN OUT BEFORE THE END OF THE FOLLOWING MONTH,
      * SO THE CUSTOMER CAN BE ASKED TO RENEW THEM. ENDS RC 4 WHEN
      * ANY COLLECTION IN THE MONTH WAS REFUSED.
      *
      * MANDATES AND COLLECTIONS ARE MATCHED AND LISTED BY THE
      * ACCOUNT'S WIDE KEY. A LOG ROW WRITTEN BEFORE THE LOG CARRIED
      * THE WIDE KEY STILL MATCHES ITS MANDATE BY THE SHORT KEY.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP IN STEP WITH TEST'S SPECIAL-NAMES.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MANDATE-WIDE-KEY
               ALTERNATE RECORD KEY IS MANDATE-KEY
                   WITH DUPLICATES.
           SELECT OPTIONAL MANDATE-COLLECT-LOG ASSIGN TO "MNDTLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MANDATEMASTER.
      *
       FD  MANDATE-COLLECT-LOG
           LABEL RECORDS ARE STANDARD.
           COPY MANDATECOLLECT.
      *
       WORKING-STORAGE SECTION.
       01  MANDATE-SWITCH               PIC X VALUE "N".
         88      END-OF-MANDATES            VALUE "Y".
       01  MANDATE-LOG-SWITCH           PIC X VALUE "N".
         88      END-OF-MANDATE-LOG         VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
       01  RUN-DATE-PARTS REDEFINES RUN-DATE.
        05       RUN-DATE-MONTH          PIC 9(6).
        05       FILLER                  PIC 9(2).
       01  REPORT-MONTH-CARD            PIC X(6) VALUE SPACES.
       01  REPORT-MONTH REDEFINES REPORT-MONTH-CARD
                                        PIC 9(6).
      *
      * THE MONTH AS A DATE RANGE, AND THE LAST DAY OF THE MONTH
      * AFTER IT - THE HORIZON FOR A MANDATE ABOUT TO RUN OUT. DAY
      * 31 STANDS FOR THE END OF ANY MONTH; ONLY COMPARISONS ARE MADE.
       01  MONTH-START-DATE.
        05       MONTH-START-MONTH       PIC 9(6).
        05       FILLER                  PIC 9(2) VALUE 01.
       01  MONTH-START-VALUE REDEFINES MONTH-START-DATE PIC 9(8).
       01  MONTH-END-DATE.
        05       MONTH-END-MONTH         PIC 9(6).
        05       FILLER                  PIC 9(2) VALUE 31.
       01  MONTH-END-VALUE REDEFINES MONTH-END-DATE PIC 9(8).
       01  EXPIRY-HORIZON-DATE.
        05       EXPIRY-HORIZON-YEAR     PIC 9(4).
        05       EXPIRY-HORIZON-MM       PIC 9(2).
        05       FILLER                  PIC 9(2) VALUE 31.
       01  EXPIRY-HORIZON-VALUE REDEFINES EXPIRY-HORIZON-DATE
                                        PIC 9(8).
      *
      * ONE ENTRY PER MANDATE ON FILE, WITH THE MONTH'S COLLECTIONS
      * AGAINST IT. AN OVERFLOWED TABLE LEAVES THE MANDATES PAST ITS
      * END UNREPORTED AND SAYS SO.
       01  REPORT-MANDATE-TABLE.
        05       REPORT-MANDATE-ENTRY OCCURS 2000 TIMES.
         10      RM-KEY                  PIC X(13).
         10      RM-WIDE-KEY             PIC X(15).
         10      RM-MAX-AMOUNT           PIC 9(7)V99.
         10      RM-FREQUENCY            PIC X.
         10      RM-DATE-FROM            PIC 9(8).
         10      RM-DATE-TO              PIC 9(8).
         10      RM-STATUS               PIC X.
         10      RM-TAKEN-COUNT          PIC 9(4).
         10      RM-TAKEN-AMOUNT         PIC 9(9)V99.
         10      RM-REFUSED-COUNT        PIC 9(4).
       01  REPORT-MANDATE-COUNT         PIC 9(4) VALUE ZERO.
       01  REPORT-MANDATE-IDX           PIC 9(4) VALUE 1.
       01  REPORT-MANDATE-FOUND-IDX     PIC 9(4) VALUE ZERO.
       01  MANDATE-OVERFLOW-COUNT       PIC 9(6) VALUE ZERO.
      *
       01  TAKEN-COUNT                  PIC 9(6) VALUE ZERO.
       01  TAKEN-AMOUNT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  REFUSED-COUNT                PIC 9(6) VALUE ZERO.
       01  UNMANDATED-COUNT             PIC 9(6) VALUE ZERO.
       01  UNUSED-COUNT                 PIC 9(6) VALUE ZERO.
       01  EXPIRING-COUNT               PIC 9(6) VALUE ZERO.
       01  AMOUNT-EDIT                  PIC -ZZZ.ZZZ.ZZ9,99.
      * THE ACCOUNT AN UNMANDATED COLLECTION IS LISTED UNDER - ITS
      * WIDE KEY, OR THE SHORT KEY ON A ROW THAT CARRIES NO WIDE KEY.
       01  LOG-ACCOUNT-NAME             PIC X(7) VALUE SPACES.
       01  TOTAL-EDIT                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
      *
       MAIN SECTION.
      *
           DISPLAY "START MNDTRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORT-MONTH-CARD FROM SYSIN.
           IF REPORT-MONTH-CARD = SPACES
               MOVE RUN-DATE-MONTH TO REPORT-MONTH
           END-IF.
           IF REPORT-MONTH-CARD NOT NUMERIC
               OR REPORT-MONTH-CARD(5:2) < "01"
               OR REPORT-MONTH-CARD(5:2) > "12"
               DISPLAY "REPORT MONTH INVALID: " REPORT-MONTH-CARD
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO PROG-EX
           END-IF.
           MOVE REPORT-MONTH TO MONTH-START-MONTH.
           MOVE REPORT-MONTH TO MONTH-END-MONTH.
           MOVE REPORT-MONTH-CARD(1:4) TO EXPIRY-HORIZON-YEAR.
           MOVE REPORT-MONTH-CARD(5:2) TO EXPIRY-HORIZON-MM.
           IF EXPIRY-HORIZON-MM = 12
               ADD 1 TO EXPIRY-HORIZON-YEAR
               MOVE 1 TO EXPIRY-HORIZON-MM
           ELSE
               ADD 1 TO EXPIRY-HORIZON-MM
           END-IF.
           PERFORM LOAD-MANDATE-TABLE.
           OPEN INPUT MANDATE-COLLECT-LOG.
           PERFORM READ-MANDATE-LOG.
           PERFORM NOTE-ONE-LOG-ROW UNTIL END-OF-MANDATE-LOG.
           CLOSE MANDATE-COLLECT-LOG.
      *
           DISPLAY "DIRECT-DEBIT COLLECTIONS BY MANDATE FOR "
               REPORT-MONTH.
           DISPLAY "  ACCOUNT CREDITOR F     MAXIMUM TAKEN"
               "       AMOUNT TAKEN REFUSED".
           PERFORM REPORT-ONE-MANDATE
               VARYING REPORT-MANDATE-IDX FROM 1 BY 1
               UNTIL REPORT-MANDATE-IDX > REPORT-MANDATE-COUNT.
           MOVE TAKEN-AMOUNT-TOTAL TO TOTAL-EDIT.
           DISPLAY "  TAKEN: " TAKEN-COUNT " TOTAL " TOTAL-EDIT
               " REFUSED: " REFUSED-COUNT.
      *
           DISPLAY "COLLECTIONS REFUSED - NO MANDATE".
           DISPLAY "  DATE     TXN  ACCOUNT CREDITOR           AMOUNT".
           MOVE "N" TO MANDATE-LOG-SWITCH.
           OPEN INPUT MANDATE-COLLECT-LOG.
           PERFORM READ-MANDATE-LOG.
           PERFORM REPORT-ONE-UNMANDATED UNTIL END-OF-MANDATE-LOG.
           CLOSE MANDATE-COLLECT-LOG.
           DISPLAY "  COUNT: " UNMANDATED-COUNT.
      *
           DISPLAY "ACTIVE MANDATES UNUSED IN " REPORT-MONTH.
           DISPLAY "  ACCOUNT CREDITOR F     MAXIMUM FROM     TO".
           PERFORM REPORT-ONE-UNUSED
               VARYING REPORT-MANDATE-IDX FROM 1 BY 1
               UNTIL REPORT-MANDATE-IDX > REPORT-MANDATE-COUNT.
           DISPLAY "  COUNT: " UNUSED-COUNT.
      *
           DISPLAY "ACTIVE MANDATES EXPIRING BY " EXPIRY-HORIZON-DATE.
           DISPLAY "  ACCOUNT CREDITOR F     MAXIMUM FROM     TO".
           PERFORM REPORT-ONE-EXPIRING
               VARYING REPORT-MANDATE-IDX FROM 1 BY 1
               UNTIL REPORT-MANDATE-IDX > REPORT-MANDATE-COUNT.
           DISPLAY "  COUNT: " EXPIRING-COUNT.
      *
           IF MANDATE-OVERFLOW-COUNT > ZERO
               DISPLAY "MANDATES NOT REPORTED - TABLE FULL: "
                   MANDATE-OVERFLOW-COUNT
           END-IF.
           IF REFUSED-COUNT > ZERO
               OR UNMANDATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *
       PROG-EX.
           DISPLAY "END MNDTRPT".
           EXIT PROGRAM.
      *
      * LOAD-MANDATE-TABLE - EVERY MANDATE ON FILE, CANCELLED ONES
      * INCLUDED, SO A COLLECTION REFUSED UNDER A CANCELLED MANDATE
      * STILL REPORTS AGAINST IT.
      *
       LOAD-MANDATE-TABLE SECTION.
           OPEN INPUT MANDATE-FILE.
           PERFORM READ-MANDATE.
           PERFORM LOAD-ONE-MANDATE UNTIL END-OF-MANDATES.
           CLOSE MANDATE-FILE.
       EXIT.
      *
       LOAD-ONE-MANDATE SECTION.
           IF REPORT-MANDATE-COUNT = 2000
               ADD 1 TO MANDATE-OVERFLOW-COUNT
               GO TO LOAD-ONE-MANDATE-NEXT
           END-IF.
           ADD 1 TO REPORT-MANDATE-COUNT.
           MOVE MANDATE-KEY TO RM-KEY(REPORT-MANDATE-COUNT).
           MOVE MANDATE-WIDE-KEY TO RM-WIDE-KEY(REPORT-MANDATE-COUNT).
           MOVE MANDATE-MAX-AMOUNT
               TO RM-MAX-AMOUNT(REPORT-MANDATE-COUNT).
           MOVE MANDATE-FREQUENCY
               TO RM-FREQUENCY(REPORT-MANDATE-COUNT).
           MOVE MANDATE-DATE-FROM
               TO RM-DATE-FROM(REPORT-MANDATE-COUNT).
           MOVE MANDATE-DATE-TO TO RM-DATE-TO(REPORT-MANDATE-COUNT).
           MOVE MANDATE-STATUS TO RM-STATUS(REPORT-MANDATE-COUNT).
           MOVE ZERO TO RM-TAKEN-COUNT(REPORT-MANDATE-COUNT).
           MOVE ZERO TO RM-TAKEN-AMOUNT(REPORT-MANDATE-COUNT).
           MOVE ZERO TO RM-REFUSED-COUNT(REPORT-MANDATE-COUNT).
       LOAD-ONE-MANDATE-NEXT.
           PERFORM READ-MANDATE.
       EXIT.
      *
      * NOTE-ONE-LOG-ROW - A ROW IN THE MONTH COUNTS AGAINST ITS
      * MANDATE, TAKEN OR REFUSED. A ROW REFUSED FOR WANT OF A
      * MANDATE HAS NONE TO COUNT AGAINST AND IS LISTED ON ITS OWN.
      *
       NOTE-ONE-LOG-ROW SECTION.
           IF MANDATE-COLLECT-DATE NOT NUMERIC
               OR MANDATE-COLLECT-DATE < MONTH-START-VALUE
               OR MANDATE-COLLECT-DATE > MONTH-END-VALUE
               OR MANDATE-COLLECT-NO-MANDATE
               GO TO NOTE-ONE-LOG-ROW-NEXT
           END-IF.
           MOVE ZERO TO REPORT-MANDATE-FOUND-IDX.
           PERFORM MATCH-ONE-MANDATE
               VARYING REPORT-MANDATE-IDX FROM 1 BY 1
               UNTIL REPORT-MANDATE-IDX > REPORT-MANDATE-COUNT
               OR REPORT-MANDATE-FOUND-IDX > ZERO.
           IF REPORT-MANDATE-FOUND-IDX = ZERO
               GO TO NOTE-ONE-LOG-ROW-NEXT
           END-IF.
           IF MANDATE-COLLECT-ACCEPTED
               ADD 1 TO RM-TAKEN-COUNT(REPORT-MANDATE-FOUND-IDX)
               ADD MANDATE-COLLECT-AMOUNT
                   TO RM-TAKEN-AMOUNT(REPORT-MANDATE-FOUND-IDX)
           ELSE
               ADD 1 TO RM-REFUSED-COUNT(REPORT-MANDATE-FOUND-IDX)
           END-IF.
       NOTE-ONE-LOG-ROW-NEXT.
           PERFORM READ-MANDATE-LOG.
       EXIT.
      *
       MATCH-ONE-MANDATE SECTION.
           IF MANDATE-COLLECT-WIDE-ACCOUNT-KEY NOT = SPACES
               IF RM-WIDE-KEY(REPORT-MANDATE-IDX)
                   = MANDATE-COLLECT-WIDE-KEY
                   MOVE REPORT-MANDATE-IDX TO REPORT-MANDATE-FOUND-IDX
               END-IF
               GO TO MATCH-ONE-MANDATE-EX
           END-IF.
           IF MANDATE-COLLECT-ACCOUNT-KEY NOT = SPACES
               AND RM-KEY(REPORT-MANDATE-IDX) = MANDATE-COLLECT-KEY
               MOVE REPORT-MANDATE-IDX TO REPORT-MANDATE-FOUND-IDX
           END-IF.
       MATCH-ONE-MANDATE-EX.
       EXIT.
      *
       REPORT-ONE-MANDATE SECTION.
           IF RM-TAKEN-COUNT(REPORT-MANDATE-IDX) = ZERO
               AND RM-REFUSED-COUNT(REPORT-MANDATE-IDX) = ZERO
               GO TO REPORT-ONE-MANDATE-EX
           END-IF.
           ADD RM-TAKEN-COUNT(REPORT-MANDATE-IDX) TO TAKEN-COUNT.
           ADD RM-TAKEN-AMOUNT(REPORT-MANDATE-IDX)
               TO TAKEN-AMOUNT-TOTAL.
           ADD RM-REFUSED-COUNT(REPORT-MANDATE-IDX) TO REFUSED-COUNT.
           MOVE RM-TAKEN-AMOUNT(REPORT-MANDATE-IDX) TO TOTAL-EDIT.
           MOVE RM-MAX-AMOUNT(REPORT-MANDATE-IDX) TO AMOUNT-EDIT.
           DISPLAY "  " RM-WIDE-KEY(REPORT-MANDATE-IDX)(1:7)
               " " RM-WIDE-KEY(REPORT-MANDATE-IDX)(8:8)
               " " RM-FREQUENCY(REPORT-MANDATE-IDX)
               " " AMOUNT-EDIT
               "  " RM-TAKEN-COUNT(REPORT-MANDATE-IDX)
               " " TOTAL-EDIT
               "  " RM-REFUSED-COUNT(REPORT-MANDATE-IDX).
       REPORT-ONE-MANDATE-EX.
       EXIT.
      *
       REPORT-ONE-UNMANDATED SECTION.
           IF MANDATE-COLLECT-DATE NOT NUMERIC
               OR MANDATE-COLLECT-DATE < MONTH-START-VALUE
               OR MANDATE-COLLECT-DATE > MONTH-END-VALUE
               OR NOT MANDATE-COLLECT-NO-MANDATE
               GO TO REPORT-ONE-UNMANDATED-NEXT
           END-IF.
           ADD 1 TO UNMANDATED-COUNT.
           IF MANDATE-COLLECT-WIDE-ACCOUNT-KEY = SPACES
               MOVE MANDATE-COLLECT-ACCOUNT-KEY TO LOG-ACCOUNT-NAME
           ELSE
               MOVE MANDATE-COLLECT-WIDE-ACCOUNT-KEY TO LOG-ACCOUNT-NAME
           END-IF.
           MOVE MANDATE-COLLECT-AMOUNT TO AMOUNT-EDIT.
           DISPLAY "  " MANDATE-COLLECT-DATE
               " " MANDATE-COLLECT-TXN-NUMBER
               " " LOG-ACCOUNT-NAME
               " " MANDATE-COLLECT-CREDITOR-REF
               " " AMOUNT-EDIT.
       REPORT-ONE-UNMANDATED-NEXT.
           PERFORM READ-MANDATE-LOG.
       EXIT.
      *
      * REPORT-ONE-UNUSED - AN ACTIVE MANDATE WHOSE RANGE TAKES IN ANY
      * PART OF THE MONTH, WITH NOTHING TAKEN UNDER IT. THE FREQUENCY
      * IS SHOWN SO A QUARTERLY OR ANNUAL ONE CAN BE READ FOR WHAT IT
      * IS.
      *
       REPORT-ONE-UNUSED SECTION.
           IF RM-STATUS(REPORT-MANDATE-IDX) NOT = SPACE
               OR RM-DATE-FROM(REPORT-MANDATE-IDX) > MONTH-END-VALUE
               OR RM-DATE-TO(REPORT-MANDATE-IDX) < MONTH-START-VALUE
               OR RM-TAKEN-COUNT(REPORT-MANDATE-IDX) > ZERO
               GO TO REPORT-ONE-UNUSED-EX
           END-IF.
           ADD 1 TO UNUSED-COUNT.
           PERFORM DISPLAY-MANDATE-TERMS.
       REPORT-ONE-UNUSED-EX.
       EXIT.
      *
      * REPORT-ONE-EXPIRING - AN ACTIVE MANDATE WHOSE LAST DAY FALLS
      * IN THE MONTH OR THE ONE AFTER IT.
      *
       REPORT-ONE-EXPIRING SECTION.
           IF RM-STATUS(REPORT-MANDATE-IDX) NOT = SPACE
               OR RM-DATE-TO(REPORT-MANDATE-IDX) < MONTH-START-VALUE
               OR RM-DATE-TO(REPORT-MANDATE-IDX) > EXPIRY-HORIZON-VALUE
               GO TO REPORT-ONE-EXPIRING-EX
           END-IF.
           ADD 1 TO EXPIRING-COUNT.
           PERFORM DISPLAY-MANDATE-TERMS.
       REPORT-ONE-EXPIRING-EX.
       EXIT.
      *
       DISPLAY-MANDATE-TERMS SECTION.
           MOVE RM-MAX-AMOUNT(REPORT-MANDATE-IDX) TO AMOUNT-EDIT.
           DISPLAY "  " RM-WIDE-KEY(REPORT-MANDATE-IDX)(1:7)
               " " RM-WIDE-KEY(REPORT-MANDATE-IDX)(8:8)
               " " RM-FREQUENCY(REPORT-MANDATE-IDX)
               " " AMOUNT-EDIT
               " " RM-DATE-FROM(REPORT-MANDATE-IDX)
               " " RM-DATE-TO(REPORT-MANDATE-IDX).
       EXIT.
      *
       READ-MANDATE SECTION.
           READ MANDATE-FILE
               AT END
                   SET END-OF-MANDATES TO TRUE
           END-READ.
       EXIT.
      *
       READ-MANDATE-LOG SECTION.
           READ MANDATE-COLLECT-LOG
               AT END
                   SET END-OF-MANDATE-LOG TO TRUE
           END-READ.
       EXIT.
      *
       END PROGRAM MNDTRPT.
