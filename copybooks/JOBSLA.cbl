      * Job-SLA record - shared 01-level layout for the JOBSLA table
      * SLAMON and SLARPT read: one row per stream program whose
      * completion time is a service level reported to the business.
      * The deadline is the wall-clock time its clean-end STEPLEDG
      * row must be written by on the day; a step ending inside the
      * warning margin before the deadline met it but is reported at
      * risk. The table is maintained by hand like FEEDSCHD - a
      * program with no row is not judged.
       01  JOB-SLA-RECORD.
        05       JOB-SLA-PROGRAM         PIC X(8).
        05       JOB-SLA-DEADLINE.
         10      JOB-SLA-DEADLINE-HOURS  PIC 9(2).
         10      JOB-SLA-DEADLINE-MINUTES PIC 9(2).
        05       JOB-SLA-WARNING-MINUTES PIC 9(3).
