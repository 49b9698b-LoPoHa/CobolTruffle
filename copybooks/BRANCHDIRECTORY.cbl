      * Branch-directory record - shared 01-level layout for the
      * BRANCHDIR file that lists every branch the stream knows: its
      * digit, name, live/closed status and the logical dataset its
      * feed arrives on (BRMERGE, FEEDQUAL, FEEDSLA). The entity code
      * names the legal entity the branch books to; ACCTMNT stamps
      * it on the accounts it opens, TEST carries it onto the
      * posting trail, and SETTLE and TRIALBAL balance per entity.
      * Replaces the keep-in-step copies that used to live in
      * BRMERGE, FEEDQUAL and FEEDSLA.
       01  BRANCH-DIRECTORY-RECORD.
        05       DIRECTORY-BRANCH-DIGIT  PIC X.
        05       DIRECTORY-BRANCH-NAME   PIC X(20).
      * L = LIVE; ANYTHING ELSE IS A CLOSED OR UNKNOWN BRANCH.
        05       DIRECTORY-BRANCH-STATUS PIC X.
      * THE LOGICAL DATASET NAME THE BRANCH'S FEED ARRIVES ON.
        05       DIRECTORY-BRANCH-FEED   PIC X(8).
      * THE LEGAL ENTITY THE BRANCH BOOKS TO.
        05       DIRECTORY-BRANCH-ENTITY PIC X(2).
