      * Data-warehouse extract lines - shared working-storage views of
      * the delimited DWACCT, DWPOST, DWSTAT and DWSNAP files DWEXTR
      * writes each night, and of the DWRELEAS release control the
      * warehouse load waits on. Every file is one "H" header line
      * naming the file, the run date, the layout version and the
      * columns of its "D" lines, then the "D" lines, then one "T"
      * trailer line with the file's own record count and amount
      * totals. Fields are separated by "|" and keep their fixed
      * widths; amounts carry a leading sign and the comma decimal
      * point every program here edits with. The separators are
      * supplied by the VALUE clauses, which is why these views live
      * in working storage and are moved to the file's line to be
      * written. Raise DW-LAYOUT-VERSION when a column is added.
       01  DW-LAYOUT-VERSION            PIC 9(2) VALUE 1.
      *
       01  DW-HEADER-LINE.
        05       FILLER                  PIC X VALUE "H".
        05       FILLER                  PIC X VALUE "|".
        05       DW-HDR-FILE-ID          PIC X(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-HDR-RUN-DATE         PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-HDR-LAYOUT-VERSION   PIC 9(2).
        05       FILLER                  PIC X VALUE "|".
        05       DW-HDR-COLUMNS          PIC X(160).
      *
      * Trailer - the plus and minus totals add the positive and the
      * negative amounts of the file's "D" lines by magnitude; the net
      * is their difference. A file with no amounts carries zeros.
       01  DW-TRAILER-LINE.
        05       FILLER                  PIC X VALUE "T".
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-FILE-ID          PIC X(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-RUN-DATE         PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-RECORD-COUNT     PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-PLUS-TOTAL       PIC 9(11),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-MINUS-TOTAL      PIC 9(11),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-TRL-NET-TOTAL        PIC -9(11),99.
      *
      * Changed account - one line per ACCTMAST account the master
      * journal shows was added, changed or deleted on the run date,
      * as it stands at extract time: "A" added today, "C" changed,
      * "D" gone from the master (the last image the journal holds).
      * The owning customer is carried as its CUSTSURR surrogate;
      * zero where the account has no customer on file.
       01  DW-ACCOUNT-COLUMNS.
        05       FILLER                  PIC X(30) VALUE
                 "REC|CHANGE|ACCOUNT_KEY|ENTITY|".
        05       FILLER                  PIC X(35) VALUE
                 "CUSTOMER_SURROGATE|PRODUCT|BALANCE|".
        05       FILLER                  PIC X(38) VALUE
                 "OVERDRAFT_LIMIT|LAST_ACTIVITY|DORMANT|".
        05       FILLER                  PIC X(21) VALUE
                 "OPEN_DATE|CLOSED_DATE".
        05       FILLER                  PIC X(36) VALUE SPACES.
       01  DW-ACCOUNT-LINE.
        05       FILLER                  PIC X VALUE "D".
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-CHANGE          PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-KEY             PIC X(5).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-ENTITY          PIC X(2).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-CUSTOMER-SURROGATE PIC 9(9).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-PRODUCT         PIC X(4).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-BALANCE         PIC -9(9),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-OVERDRAFT-LIMIT PIC 9(7),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-LAST-ACTIVITY   PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-DORMANT-FLAG    PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-OPEN-DATE       PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-ACCT-CLOSED-DATE     PIC 9(8).
      *
      * Posting - one line per POSTEDTX posting, brought-forward rows
      * left out, numbered in trail order. A payment reference ("R"
      * string type) keeps only its last two characters.
       01  DW-POSTING-COLUMNS.
        05       FILLER                  PIC X(35) VALUE
                 "REC|SEQUENCE|REFERENCE|STRING_TYPE|".
        05       FILLER                  PIC X(35) VALUE
                 "NUMBER_PART1|NUMBER_PART2|TXN_TYPE|".
        05       FILLER                  PIC X(39) VALUE
                 "POSTED_DATE|AMOUNT|ENTITY|TRANSFER_LEG|".
        05       FILLER                  PIC X(11) VALUE
                 "COUNTER_KEY".
        05       FILLER                  PIC X(40) VALUE SPACES.
       01  DW-POSTING-LINE.
        05       FILLER                  PIC X VALUE "D".
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-SEQUENCE        PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-REFERENCE       PIC X(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-STRING-TYPE     PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-NUMBER-PART1    PIC -9(4).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-NUMBER-PART2    PIC -9(4).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-TXN-TYPE        PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-DATE            PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-AMOUNT          PIC -9(7),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-ENTITY          PIC X(2).
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-TRANSFER-LEG    PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-POST-COUNTER-KEY     PIC X(5).
      *
      * Status transition - one line per STATHIST entry dated the run
      * date, in trail order.
       01  DW-STATUS-COLUMNS.
        05       FILLER                  PIC X(37) VALUE
                 "REC|TXN_NUMBER|FROM_STATUS|TO_STATUS|".
        05       FILLER                  PIC X(33) VALUE
                 "STATUS_DATE|PROGRAM|TRANSFER_LEG|".
        05       FILLER                  PIC X(23) VALUE
                 "ACCOUNT_KEY|COUNTER_KEY".
        05       FILLER                  PIC X(67) VALUE SPACES.
       01  DW-STATUS-LINE.
        05       FILLER                  PIC X VALUE "D".
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-TXN-NUMBER      PIC 9(4).
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-FROM            PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-TO              PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-DATE            PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-PROGRAM         PIC X(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-TRANSFER-LEG    PIC X.
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-ACCOUNT-KEY     PIC X(5).
        05       FILLER                  PIC X VALUE "|".
        05       DW-STAT-COUNTER-KEY     PIC X(5).
      *
      * Closing snapshot - one line per account, the last BALSNAP
      * balance taken on the run date.
       01  DW-SNAPSHOT-COLUMNS.
        05       FILLER                  PIC X(37) VALUE
                 "REC|SNAPSHOT_DATE|ACCOUNT_KEY|BALANCE".
        05       FILLER                  PIC X(123) VALUE SPACES.
       01  DW-SNAPSHOT-LINE.
        05       FILLER                  PIC X VALUE "D".
        05       FILLER                  PIC X VALUE "|".
        05       DW-SNAP-DATE            PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-SNAP-ACCOUNT-KEY     PIC X(5).
        05       FILLER                  PIC X VALUE "|".
        05       DW-SNAP-BALANCE         PIC -9(9),99.
      *
      * Release control - DWRELEAS is rewritten by every run with one
      * line per extract file: "R" released when the extract
      * reconciled to the day's MANIFEST and TRIALBAL proof, "W"
      * withheld when it did not. The warehouse loads a file only
      * from a released line for its run date.
       01  DW-RELEASE-LINE.
        05       DW-REL-FILE-ID          PIC X(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-REL-RUN-DATE         PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-REL-RECORD-COUNT     PIC 9(8).
        05       FILLER                  PIC X VALUE "|".
        05       DW-REL-NET-TOTAL        PIC -9(11),99.
        05       FILLER                  PIC X VALUE "|".
        05       DW-REL-STATUS           PIC X.
         88      DW-RELEASED                 VALUE "R".
         88      DW-WITHHELD                 VALUE "W".
