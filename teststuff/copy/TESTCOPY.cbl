        05       COPY-AUDIT-FIELD      PIC X(8) VALUE SPACES.
        05       COPY-AUDIT-OLD        PIC X(4) VALUE SPACES.
        05       COPY-AUDIT-NEW        PIC X(4) VALUE SPACES.
      *
      * RUN CONTEXT - SET ONCE BY TEST BEFORE THE FIRST CALL. THE
      * RUN DATE, WHETHER THE RUN IS A TRIAL, AND THE CURRENT
      * RECORD'S 80-BYTE DETAIL AS READ, SO A SUBPROGRAM THAT SETS A
      * RECORD ASIDE (POTHER'S HOLD QUEUE) CAN DATE IT, LEAVE
      * PRODUCTION FILES ALONE IN A TRIAL, AND KEEP ENOUGH OF THE
      * RECORD TO PUT IT BACK THROUGH A LATER CYCLE.
      *
        05       COPY-RUN-DATE         PIC 9(8) VALUE ZERO.
        05       COPY-RUN-TRIAL-SWITCH PIC X VALUE "N".
         88      COPY-RUN-IS-TRIAL            VALUE "Y".
        05       COPY-DETAIL-IMAGE     PIC X(80) VALUE SPACES.
