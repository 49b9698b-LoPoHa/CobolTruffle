      * SLA-history record - shared 01-level layout for the SLAHIST
      * file. SLAMON appends one row per judged job per run; SLARPT
      * reads a month of them for the service review. A second
      * SLAMON run on the same day appends again, and the later row
      * for a job and date is the one that counts.
       01  SLA-HISTORY-RECORD.
        05       SLA-HIST-DATE           PIC 9(8).
        05       SLA-HIST-PROGRAM        PIC X(8).
      * ONTIME, ATRISK, LATE and NOTRUN are judgments; PENDING is a
      * step not yet ended whose deadline was still ahead when the
      * monitor ran, and counts for nothing until judged.
        05       SLA-HIST-STATUS         PIC X(8).
         88      SLA-HIST-ON-TIME            VALUE "ONTIME".
         88      SLA-HIST-AT-RISK            VALUE "ATRISK".
         88      SLA-HIST-LATE               VALUE "LATE".
         88      SLA-HIST-NOT-RUN            VALUE "NOTRUN".
         88      SLA-HIST-PENDING            VALUE "PENDING".
        05       SLA-HIST-DEADLINE       PIC 9(4).
      * The HHMM of the step's clean end, zero when it has none.
        05       SLA-HIST-END-TIME       PIC 9(4).
        05       SLA-HIST-MINUTES-LATE   PIC 9(4).
