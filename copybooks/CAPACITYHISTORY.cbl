      * Capacity-history record - shared 01-level layout for the
      * line-sequential CAPHIST file CAPRPT appends to each week: one
      * row per long-lived dataset per run with the record count it
      * held that day. The next runs read it back for the growth
      * trend each file's 90-day projection is drawn from. A file
      * measured twice on one day has two rows; the later counts.
       01  CAPACITY-HISTORY-RECORD.
        05       CAPH-DATE               PIC 9(8).
        05       CAPH-FILE-ID            PIC X(8).
        05       CAPH-RECORD-COUNT       PIC 9(10).
      * Where the count came from - the day's MANIFEST row, or a
      * read of the file itself.
        05       CAPH-SOURCE             PIC X.
         88      CAPH-FROM-MANIFEST          VALUE "M".
         88      CAPH-COUNTED                VALUE "C".
      * The record limit the file was measured against that day, and
      * the count the trend projected for 90 days on - zero when
      * there was no history to draw a trend from.
        05       CAPH-RECORD-LIMIT       PIC 9(10).
        05       CAPH-PROJECTED-COUNT    PIC 9(10).
