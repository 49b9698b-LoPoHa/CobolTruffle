      * Job-message monitoring extract - shared 01-level views of the
      * MSGEXTR file MSGDGST writes each day for the enterprise
      * monitoring tool, which pages on-call from the ids and flags
      * here instead of from anyone reading the console. One header,
      * then one "D" record per message id seen on the digest date,
      * then one trailer whose counts let the tool prove it read the
      * whole file. All three views are padded to the same length.
       01  MSGX-HEADER-RECORD.
        05       MSGX-RECORD-TYPE        PIC X.
         88      MSGX-HEADER                 VALUE "H".
         88      MSGX-DETAIL                 VALUE "D".
         88      MSGX-TRAILER                VALUE "T".
        05       MSGX-DIGEST-DATE        PIC 9(8).
        05       MSGX-RUN-DATE           PIC 9(8).
      * The run days the trailing average was actually taken over -
      * fewer than asked for while the JOBMSG history is short.
        05       MSGX-WINDOW-DAYS        PIC 9(2).
        05       FILLER                  PIC X(31).
      * Detail record - NEW is an id never on JOBMSG before the
      * digest date, ABOVEAVG one seen more often than its trailing
      * average, STEADY anything else. The severity is the highest
      * the id carried that day.
       01  MSGX-DETAIL-RECORD.
        05       FILLER                  PIC X.
        05       MSGX-ID                 PIC X(8).
        05       MSGX-SEVERITY           PIC 9(2).
        05       MSGX-FLAG               PIC X(8).
         88      MSGX-FLAG-NEW               VALUE "NEW".
         88      MSGX-FLAG-ABOVE-AVERAGE     VALUE "ABOVEAVG".
         88      MSGX-FLAG-STEADY            VALUE "STEADY".
        05       MSGX-TODAY-COUNT        PIC 9(6).
        05       MSGX-TRAILING-AVERAGE   PIC 9(6)V99.
        05       FILLER                  PIC X(17).
       01  MSGX-TRAILER-RECORD.
        05       FILLER                  PIC X.
        05       MSGX-TRL-ID-COUNT       PIC 9(4).
        05       MSGX-TRL-FLAGGED-COUNT  PIC 9(4).
        05       MSGX-TRL-MESSAGE-COUNT  PIC 9(8).
        05       FILLER                  PIC X(33).
