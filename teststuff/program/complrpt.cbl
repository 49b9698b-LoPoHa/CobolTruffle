               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMPLIANCE-EXTRACT ASSIGN TO "COMPLEXT"
               ORGANIZATION IS LINE SEQUENTIAL.
      * PARAMETER-MASTER - THE EFFECTIVE-DATED SETTINGS FILE. A
      * SETTING WITH A ROW IN FORCE ON THE RUN DATE OVERRIDES THE
      * PROGRAM'S OWN DEFAULT; WITH NONE THE DEFAULT STANDS.
           SELECT OPTIONAL PARAMETER-MASTER ASSIGN TO "PARMMAST"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTED-TRANSACTIONS
      * SAME-DAY AGGREGATE.
       FD  COMPLIANCE-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY COMPLIANCEEXTRACT.
      *
       FD  PARAMETER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PARMMASTER.
      *
       WORKING-STORAGE SECTION.
       01  POSTED-TRANSACTIONS-SWITCH   PIC X VALUE "N".
         88      END-OF-POSTED-TRANSACTIONS VALUE "Y".
       01  RUN-DATE                     PIC 9(8) VALUE ZERO.
      * THE REPORTING THRESHOLD FROM THE PARAMETER MASTER, OR THE
      * PARAMETER CARD WHEN NO ROW IS IN FORCE - ZERO REFUSES THE
      * RUN, A ZERO THRESHOLD WOULD REPORT EVERYTHING.
       01  REPORTING-THRESHOLD          PIC 9(9)V99 VALUE ZERO.
       01  POSTING-MAGNITUDE            PIC 9(9)V99 VALUE ZERO.
       01  LARGE-POSTING-COUNT          PIC 9(8) VALUE ZERO.
        05       REPORT-HEADING-PAGE     PIC ZZZ9.
       01  REPORT-BUILD-LINE            PIC X(132) VALUE SPACES.
       01  REPORT-AMOUNT-EDIT           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
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
           DISPLAY "START COMPLRPT".
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT REPORTING-THRESHOLD FROM SYSIN.
           MOVE "REPORTING-THRESHOLD" TO PARM-LOOKUP-NAME.
           PERFORM LOOK-UP-PARAMETER.
           IF PARM-LOOKUP-FOUND
               MOVE PARM-LOOKUP-VALUE TO REPORTING-THRESHOLD
           END-IF.
           IF REPORTING-THRESHOLD = ZERO
               DISPLAY "NO THRESHOLD SUPPLIED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
      *
      * EXAMINE-ONE-POSTING - A MAGNITUDE OVER THE THRESHOLD IS
      * REPORTED AT ONCE; EVERY POSTING ALSO ROLLS INTO ITS
      * ACCOUNT/DAY AGGREGATE FOR THE STRUCTURING PASS. A
      * BROUGHT-FORWARD ROW IS A NET OF ROLLED-OFF POSTINGS, NOT A
      * MOVEMENT, AND IS PASSED OVER.
      *
       EXAMINE-ONE-POSTING SECTION.
           IF POSTED-BROUGHT-FORWARD
               GO TO EXAMINE-ONE-POSTING-NEXT
           END-IF.
           IF POSTED-AMOUNT < ZERO
               COMPUTE POSTING-MAGNITUDE = ZERO - POSTED-AMOUNT
           ELSE
               WRITE COMPLIANCE-EXTRACT-RECORD
           END-IF.
           PERFORM ROLL-INTO-AGGREGATE.
       EXAMINE-ONE-POSTING-NEXT.
           PERFORM READ-POSTED-TRANSACTION.
       EXIT.
      *
                   SET END-OF-POSTED-TRANSACTIONS TO TRUE
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
           IF PARM-MASTER-PROGRAM NOT = "COMPLRPT"
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
       END PROGRAM COMPLRPT.
