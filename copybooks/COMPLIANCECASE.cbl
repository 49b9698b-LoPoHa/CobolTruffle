      * Compliance case - shared 01-level layout for the line-
      * sequential CASEREG file CASETRK keeps, one row per case,
      * in case-number order. CASETRK opens a case for each COMPLEXT
      * hit not already on the register, then applies the compliance
      * team's update cards: assigning an analyst, recording the
      * analyst's decision, and recording the filing with the
      * regulator. A closed case stays on the register - COMPLRPT
      * extracts the whole posting trail each month, so dropping it
      * would only see the same hit opened again.
       01  COMPLIANCE-CASE-RECORD.
      * The case number - one higher than the highest on file when
      * the case was opened. The team quotes it on its cards.
        05       CASE-NUMBER             PIC 9(8).
      * The hit the case was opened for, exactly as COMPLEXT carried
      * it (see COMPLIANCEEXTRACT.cbl) - the whole group is the key a
      * later extract row is matched on.
        05       CASE-HIT.
         10      CASE-HIT-FLAG           PIC X(6).
         10      CASE-HIT-ACCOUNT        PIC X(4).
         10      CASE-HIT-DATE           PIC 9(8).
         10      CASE-HIT-AMOUNT         PIC 9(11)V99.
         10      CASE-HIT-AMOUNT-SIGN    PIC X.
         10      CASE-HIT-POSTING-COUNT  PIC 9(4).
         10      CASE-HIT-TXN-TYPE       PIC X.
      * Open with nobody on it, under review by the assigned analyst,
      * decided for filing and waiting on the filing reference, or
      * closed - no filing needed, or filed.
        05       CASE-STATUS             PIC X.
         88      CASE-OPEN                   VALUE "O".
         88      CASE-UNDER-REVIEW           VALUE "R".
         88      CASE-AWAITING-FILING        VALUE "D".
         88      CASE-CLOSED                 VALUE "C".
        05       CASE-ANALYST            PIC X(8).
      * The analyst's decision - file with the regulator, or no
      * filing needed; space until decided.
        05       CASE-DECISION           PIC X.
         88      CASE-DECIDED-FILE           VALUE "F".
         88      CASE-DECIDED-NO-FILING      VALUE "N".
         88      CASE-DECISION-VALID         VALUES "F" "N".
      * The regulator's reference for the filing; spaces until filed.
        05       CASE-FILING-REFERENCE   PIC X(16).
      * When the case was opened, the business date the filing falls
      * due (the filing-deadline days after opening), and when it was
      * assigned, decided, filed and closed - zero until it has been.
        05       CASE-OPENED-DATE        PIC 9(8).
        05       CASE-DEADLINE-DATE      PIC 9(8).
        05       CASE-ASSIGNED-DATE      PIC 9(8).
        05       CASE-DECIDED-DATE       PIC 9(8).
        05       CASE-FILED-DATE         PIC 9(8).
        05       CASE-CLOSED-DATE        PIC 9(8).
      * The operator whose card last changed the case, and when.
        05       CASE-LAST-OPERATOR      PIC X(8).
        05       CASE-LAST-UPDATED-DATE  PIC 9(8).
