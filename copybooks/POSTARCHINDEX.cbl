      * Posting-archive index - shared 01-level layout for the
      * sequential PTXNINDX file POSTROLL appends one record to each
      * time it rolls the postings older than the retained window
      * off the POSTEDTX trail into the cumulative PTXNARCH archive.
      * The archive holds the rolled postings unchanged in the
      * POSTEDTXN layout, appended in roll order; the record range
      * here says where each roll's generation sits in it, so a job
      * reaching back past the window can be pointed at the rolls it
      * needs. The carry figures are the brought-forward rows the
      * roll left at the head of the trail in their place.
       01  POSTING-INDEX-RECORD.
        05       POSTING-INDEX-ROLL-DATE PIC 9(8).
      * Every posting dated before the cutoff was rolled.
        05       POSTING-INDEX-CUTOFF-DATE PIC 9(8).
        05       POSTING-INDEX-FIRST-DATE PIC 9(8).
        05       POSTING-INDEX-LAST-DATE PIC 9(8).
      * Position in PTXNARCH of the roll's first record, and how
      * many it appended, with their net amount.
        05       POSTING-INDEX-FIRST-RECORD PIC 9(10).
        05       POSTING-INDEX-COUNT     PIC 9(8).
        05       POSTING-INDEX-NET       PIC S9(13)V99.
        05       POSTING-INDEX-CARRY-KEYS PIC 9(6).
        05       POSTING-INDEX-CARRY-ROWS PIC 9(6).
        05       POSTING-INDEX-RETAINED-COUNT PIC 9(8).
        05       FILLER                  PIC X(10).
