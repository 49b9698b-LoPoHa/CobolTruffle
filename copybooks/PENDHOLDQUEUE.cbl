      * Pending hold-queue record - shared 01-level layout for the
      * line-sequential PENDHOLD file. POTHER appends one row per
      * pending transaction it holds; TEST releases the rows that
      * have waited a cycle back into its sort at the start of the
      * next run, and PENDAGE ages, reports, and expires whatever is
      * still waiting. The first six fields are the row as POTHER
      * has always written it, so rows already on file still read.
       01  HOLD-QUEUE-RECORD.
        05       HOLD-QUEUE-STRING-PART1 PIC X(4).
        05       HOLD-QUEUE-STRING-PART2 PIC X(4).
        05       HOLD-QUEUE-NUMBER-PART1 PIC S9999.
        05       HOLD-QUEUE-NUMBER-PART2 PIC S9(4).
      * The transaction's value date, as fed.
        05       HOLD-QUEUE-DATE         PIC 9(8).
        05       HOLD-QUEUE-AMOUNT       PIC S9(7)V99.
      * The run date the item was held - the release waits for a
      * later run, and the aging counts business days from here.
      * Spaces on a row written before the field existed.
        05       HOLD-QUEUE-HELD-DATE    PIC 9(8).
      * The 80-byte detail as TEST read it, so a released item goes
      * back into the sort exactly as it came out. Only the fields
      * the release and the expiry change are picked out. Spaces on
      * a row written before the field existed.
        05       HOLD-QUEUE-DETAIL.
         10      FILLER                  PIC X(16).
         10      HOLD-QUEUE-DETAIL-TYPE  PIC X.
         10      FILLER                  PIC X(8).
         10      HOLD-QUEUE-DETAIL-GENERATED PIC X.
         10      FILLER                  PIC X(9).
         10      HOLD-QUEUE-DETAIL-PRIOR-STATUS PIC X.
         10      FILLER                  PIC X(44).
