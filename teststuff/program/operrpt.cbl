      * DENIALS, AND FIELD CHANGES WITH THEIR OLD AND NEW VALUES AND
      * DATES. THE CLOSING SECTION LISTS EVERY OPERAUTH ID WITH NO
      * ACTIVITY AT ALL IN THE TRAIL - THE ACCOUNTS THAT SHOULD BE
      * REMOVED. BEFORE IT, THE APPROVAL AUTHORITY ON FILE IS LISTED
      * AND EVERY APPROVAL GIVEN OR REFUSED IN THE APPR SESSION IS
      * SET AGAINST THE AUTHORITY THE OPERATOR HELD FOR IT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      * KEEP THIS LAYOUT IN STEP WITH OPERATOR-AUTH-RECORD IN TEST.
           SELECT OPERATOR-AUTH-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
      * NEITHER FILE EXISTS UNTIL AUTHORITY HAS BEEN GRANTED AND AN
      * APPR SESSION HAS RUN.
           SELECT OPTIONAL APPROVAL-AUTHORITY-FILE ASSIGN TO "APPRAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APPROVAL-LOG ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE
        05       OPER-AUTH-PWD-CHANGED   PIC 9(8).
        05       OPER-AUTH-FAIL-COUNT    PIC 9(2).
        05       OPER-AUTH-LOCKED        PIC X.
      *
       FD  APPROVAL-AUTHORITY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APPROVALAUTHORITY.
      *
       FD  APPROVAL-LOG
           LABEL RECORDS ARE STANDARD.
           COPY APPROVALLOG.
      *
       WORKING-STORAGE SECTION.
       01  AUDIT-LOG-SWITCH             PIC X VALUE "N".
       01  ACTIVITY-MATCH-SWITCH        PIC X VALUE "N".
         88      OPERATOR-HAD-ACTIVITY       VALUE "Y".
       01  IDLE-OPERATOR-COUNT          PIC 9(4) VALUE ZERO.
      *
      * APPROVALS AGAINST AUTHORITY - ONE ENTRY PER OPERATOR SEEN ON
      * THE APPROVAL LOG.
       01  APPROVAL-AUTH-SWITCH         PIC X VALUE "N".
         88      END-OF-APPROVAL-AUTH       VALUE "Y".
       01  APPROVAL-LOG-SWITCH          PIC X VALUE "N".
         88      END-OF-APPROVAL-LOG        VALUE "Y".
       01  APPROVER-TALLY-TABLE.
        05       APPROVER-TALLY-ENTRY OCCURS 20 TIMES.
         10      AT-OPERATOR-ID          PIC X(8).
         10      AT-RELEASED-COUNT       PIC 9(6).
         10      AT-RELEASED-TOTAL       PIC 9(11)V99.
         10      AT-LARGEST-RELEASED     PIC 9(9)V99.
         10      AT-FIRST-OF-TWO-COUNT   PIC 9(6).
         10      AT-OVER-COUNT           PIC 9(6).
       01  APPROVER-TALLY-COUNT         PIC 99 VALUE ZERO.
       01  APPROVER-TALLY-IDX           PIC 99 VALUE 1.
       01  APPROVER-FOUND-IDX           PIC 99 VALUE ZERO.
       01  APPROVAL-AUTH-ROW-COUNT      PIC 9(4) VALUE ZERO.
       01  APPROVAL-AMOUNT-EDIT         PIC ZZZ,ZZZ,ZZ9.99.
       01  APPROVAL-AUTHORITY-EDIT      PIC ZZZ,ZZZ,ZZ9.99.
       01  APPROVAL-TOTAL-EDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
      *
       PROCEDURE DIVISION.
           PERFORM DISPLAY-ONE-OPERATOR-TALLY
               VARYING OPERATOR-TALLY-IDX FROM 1 BY 1
               UNTIL OPERATOR-TALLY-IDX > OPERATOR-TALLY-COUNT.
           PERFORM LIST-APPROVAL-AUTHORITY.
           PERFORM REPORT-APPROVALS-GIVEN.
           PERFORM LIST-IDLE-OPERATORS.
           DISPLAY "END OPERRPT".
      *
               " CHANGES " OT-CHANGE-COUNT(OPERATOR-TALLY-IDX).
       EXIT.
      *
      * LIST-APPROVAL-AUTHORITY - EVERY GRANT ON APPRAUTH, SO THE
      * REVIEW SEES WHO MAY RELEASE WHAT BEFORE IT SEES WHAT THEY
      * DID RELEASE.
      *
       LIST-APPROVAL-AUTHORITY SECTION.
           DISPLAY "APPROVAL AUTHORITY HELD:".
           OPEN INPUT APPROVAL-AUTHORITY-FILE.
           PERFORM READ-APPROVAL-AUTHORITY.
           PERFORM LIST-ONE-APPROVAL-AUTHORITY
               UNTIL END-OF-APPROVAL-AUTH.
           CLOSE APPROVAL-AUTHORITY-FILE.
           IF APPROVAL-AUTH-ROW-COUNT = ZERO
               DISPLAY "  NONE - NO OPERATOR MAY RELEASE A HELD ITEM"
           END-IF.
       EXIT.
      *
       LIST-ONE-APPROVAL-AUTHORITY SECTION.
           ADD 1 TO APPROVAL-AUTH-ROW-COUNT.
           MOVE APPR-AUTH-LIMIT TO APPROVAL-AUTHORITY-EDIT.
           IF APPR-AUTH-FOR-LEVEL
               DISPLAY "  LEVEL    " APPR-AUTH-SUBJECT " TYPE "
                   APPR-AUTH-TXN-TYPE " UP TO " APPROVAL-AUTHORITY-EDIT
           ELSE
               DISPLAY "  OPERATOR " APPR-AUTH-SUBJECT " TYPE "
                   APPR-AUTH-TXN-TYPE " UP TO " APPROVAL-AUTHORITY-EDIT
           END-IF.
           PERFORM READ-APPROVAL-AUTHORITY.
       EXIT.
      *
      * REPORT-APPROVALS-GIVEN - EVERY ROW OF THE APPROVAL LOG,
      * LISTED WITH THE AMOUNT AGAINST THE AUTHORITY THE OPERATOR
      * HELD, THEN TALLIED PER OPERATOR. A RELEASE ON ONE
      * OPERATOR'S AUTHORITY ALONE THAT THE AUTHORITY DID NOT COVER
      * IS FLAGGED - IT CAN ONLY MEAN THE AUTHORITY FILE WAS CHANGED
      * OR BYPASSED.
      *
       REPORT-APPROVALS-GIVEN SECTION.
           DISPLAY "APPROVALS AGAINST AUTHORITY HELD:".
           OPEN INPUT APPROVAL-LOG.
           PERFORM READ-APPROVAL-LOG.
           PERFORM REPORT-ONE-APPROVAL UNTIL END-OF-APPROVAL-LOG.
           CLOSE APPROVAL-LOG.
           IF APPROVER-TALLY-COUNT = ZERO
               DISPLAY "  NONE"
           ELSE
               DISPLAY "APPROVALS BY OPERATOR:"
               PERFORM DISPLAY-ONE-APPROVER-TALLY
                   VARYING APPROVER-TALLY-IDX FROM 1 BY 1
                   UNTIL APPROVER-TALLY-IDX > APPROVER-TALLY-COUNT
           END-IF.
       EXIT.
      *
       REPORT-ONE-APPROVAL SECTION.
           MOVE APPR-LOG-BASE-AMOUNT TO APPROVAL-AMOUNT-EDIT.
           MOVE APPR-LOG-AUTHORITY TO APPROVAL-AUTHORITY-EDIT.
           DISPLAY "  " APPR-LOG-OPERATOR " " APPR-LOG-ACTION
               " TXN " APPR-LOG-TXN-NUMBER " TYPE " APPR-LOG-TXN-TYPE
               " " APPROVAL-AMOUNT-EDIT " AUTHORITY "
               APPROVAL-AUTHORITY-EDIT " ON " APPR-LOG-DATE.
           IF APPR-LOG-SECOND-OF-TWO
               DISPLAY "    FIRST APPROVER " APPR-LOG-CO-APPROVER
           END-IF.
           IF APPR-LOG-RELEASED-ALONE
               AND APPR-LOG-BASE-AMOUNT > APPR-LOG-AUTHORITY
               DISPLAY "    *** RELEASED OVER THE AUTHORITY HELD ***"
           END-IF.
           PERFORM LOCATE-APPROVER-TALLY.
           IF APPROVER-FOUND-IDX = ZERO
               GO TO REPORT-ONE-APPROVAL-NEXT
           END-IF.
           EVALUATE TRUE
               WHEN APPR-LOG-RELEASED-ALONE
               WHEN APPR-LOG-SECOND-OF-TWO
                   ADD 1 TO AT-RELEASED-COUNT(APPROVER-FOUND-IDX)
                   ADD APPR-LOG-BASE-AMOUNT
                       TO AT-RELEASED-TOTAL(APPROVER-FOUND-IDX)
                   IF APPR-LOG-BASE-AMOUNT >
                           AT-LARGEST-RELEASED(APPROVER-FOUND-IDX)
                       MOVE APPR-LOG-BASE-AMOUNT
                           TO AT-LARGEST-RELEASED(APPROVER-FOUND-IDX)
                   END-IF
               WHEN APPR-LOG-FIRST-OF-TWO
                   ADD 1 TO AT-FIRST-OF-TWO-COUNT(APPROVER-FOUND-IDX)
               WHEN APPR-LOG-OVER-AUTHORITY
                   ADD 1 TO AT-OVER-COUNT(APPROVER-FOUND-IDX)
           END-EVALUATE.
       REPORT-ONE-APPROVAL-NEXT.
           PERFORM READ-APPROVAL-LOG.
       EXIT.
      *
       LOCATE-APPROVER-TALLY SECTION.
           MOVE ZERO TO APPROVER-FOUND-IDX.
           PERFORM MATCH-APPROVER-TALLY
               VARYING APPROVER-TALLY-IDX FROM 1 BY 1
               UNTIL APPROVER-TALLY-IDX > APPROVER-TALLY-COUNT.
           IF APPROVER-FOUND-IDX = ZERO
               IF APPROVER-TALLY-COUNT = 20
                   DISPLAY "APPROVER TALLY TABLE FULL - "
                       APPR-LOG-OPERATOR " NOT TALLIED"
               ELSE
                   ADD 1 TO APPROVER-TALLY-COUNT
                   MOVE APPROVER-TALLY-COUNT TO APPROVER-FOUND-IDX
                   MOVE APPR-LOG-OPERATOR
                       TO AT-OPERATOR-ID(APPROVER-FOUND-IDX)
                   MOVE ZERO TO
                       AT-RELEASED-COUNT(APPROVER-FOUND-IDX)
                   MOVE ZERO TO
                       AT-RELEASED-TOTAL(APPROVER-FOUND-IDX)
                   MOVE ZERO TO
                       AT-LARGEST-RELEASED(APPROVER-FOUND-IDX)
                   MOVE ZERO TO
                       AT-FIRST-OF-TWO-COUNT(APPROVER-FOUND-IDX)
                   MOVE ZERO TO
                       AT-OVER-COUNT(APPROVER-FOUND-IDX)
               END-IF
           END-IF.
       EXIT.
      *
       MATCH-APPROVER-TALLY SECTION.
           IF AT-OPERATOR-ID(APPROVER-TALLY-IDX) = APPR-LOG-OPERATOR
               MOVE APPROVER-TALLY-IDX TO APPROVER-FOUND-IDX
           END-IF.
       EXIT.
      *
       DISPLAY-ONE-APPROVER-TALLY SECTION.
           MOVE AT-RELEASED-TOTAL(APPROVER-TALLY-IDX)
               TO APPROVAL-TOTAL-EDIT.
           MOVE AT-LARGEST-RELEASED(APPROVER-TALLY-IDX)
               TO APPROVAL-AMOUNT-EDIT.
           DISPLAY "  " AT-OPERATOR-ID(APPROVER-TALLY-IDX)
               " RELEASED " AT-RELEASED-COUNT(APPROVER-TALLY-IDX)
               " TOTAL " APPROVAL-TOTAL-EDIT
               " LARGEST " APPROVAL-AMOUNT-EDIT.
           DISPLAY "           FIRST OF TWO "
               AT-FIRST-OF-TWO-COUNT(APPROVER-TALLY-IDX)
               " REFUSED OVER AUTHORITY "
               AT-OVER-COUNT(APPROVER-TALLY-IDX).
       EXIT.
      *
      * LIST-IDLE-OPERATORS - AN OPERAUTH ID WITH NO ENTRY AT ALL IN
      * THE PERIOD'S TRAIL IS AN ACCOUNT NOBODY USED - THE REVIEW'S
      * REMOVAL LIST.
                   SET END-OF-AUDIT-LOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-APPROVAL-AUTHORITY SECTION.
           READ APPROVAL-AUTHORITY-FILE
               AT END
                   SET END-OF-APPROVAL-AUTH TO TRUE
           END-READ.
       EXIT.
      *
       READ-APPROVAL-LOG SECTION.
           READ APPROVAL-LOG
               AT END
                   SET END-OF-APPROVAL-LOG TO TRUE
           END-READ.
       EXIT.
      *
       READ-OPERATOR-AUTH SECTION.
           READ OPERATOR-AUTH-FILE
