      * Parameter-master record - shared 01-level layout for the
      * line-sequential PARMMAST file, the one place the batch
      * stream's business thresholds and intervals live. One row per
      * program, parameter name and effective date; for each program
      * and name the row with the latest effective date on or before
      * the run date is in force, the way TAXRATE rows are chosen.
      * Rows are only ever added - PARMMNT queues a change on PENDCHG
      * and TEST's REVW session appends the row once a second
      * operator approves it - so the file answers what value was in
      * force on any day. A program with no row in force keeps its
      * own default: the SYSIN card it has always read, or the value
      * compiled into it.
       01  PARAMETER-MASTER-RECORD.
        05       PARM-MASTER-PROGRAM     PIC X(8).
      * The parameter name - the program's own data name for the
      * setting, so DORMSWP's threshold is DORMANCY-THRESHOLD-DAYS.
        05       PARM-MASTER-NAME        PIC X(24).
        05       PARM-MASTER-EFFECTIVE-DATE PIC 9(8).
      * Every setting is a non-negative number - days, a count, a
      * whole percentage or an amount - carried with two decimals.
        05       PARM-MASTER-VALUE       PIC 9(9)V99.
      * The two halves of the dual-control decision behind the row.
        05       PARM-MASTER-REQUESTED-BY PIC X(8).
        05       PARM-MASTER-APPROVED-BY PIC X(8).
        05       PARM-MASTER-APPROVED-DATE PIC 9(8).
