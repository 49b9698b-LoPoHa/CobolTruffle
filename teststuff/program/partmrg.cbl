           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-MASTER-WIDE-KEY
               ALTERNATE RECORD KEY IS ACCOUNT-MASTER-KEY
                   WITH DUPLICATES.
           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL.
      * THE PRODUCTION COMPLETION FLAG - THE INSTANCES FLAG ONLY
      *
       FD  PARTITION-POSTED
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-POSTED-RECORD         PIC X(57).
      *
       FD  PARTITION-REJECTS
           LABEL RECORDS ARE STANDARD.
      *
       FD  PARTITION-APPROVALS
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-APPROVAL-RECORD       PIC X(101).
      *
       FD  PARTITION-STATUS
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-STATUS-RECORD         PIC X(33).
      *
       FD  PARTITION-RUN-STATS
           LABEL RECORDS ARE STANDARD.
      *
       FD  PRODUCTION-POSTED
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-POSTED-RECORD        PIC X(57).
      *
       FD  PRODUCTION-REJECTS
           LABEL RECORDS ARE STANDARD.
      *
       FD  PRODUCTION-APPROVALS
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-APPROVAL-RECORD      PIC X(101).
      *
       FD  PRODUCTION-STATUS
           LABEL RECORDS ARE STANDARD.
       01  PRODUCTION-STATUS-RECORD        PIC X(33).
      *
       FD  PRODUCTION-RUN-STATS
           LABEL RECORDS ARE STANDARD.
       WRITE-COMBINED-SNAPSHOTS SECTION.
           MOVE "N" TO SNAPSHOT-MASTER-SWITCH.
           OPEN INPUT ACCOUNT-MASTER.
           MOVE LOW-VALUES TO ACCOUNT-MASTER-WIDE-KEY.
           START ACCOUNT-MASTER KEY NOT < ACCOUNT-MASTER-WIDE-KEY
               INVALID KEY
                   SET END-OF-SNAPSHOT-MASTER TO TRUE
           END-START.
       SNAPSHOT-ONE-ACCOUNT SECTION.
           MOVE RUN-DATE TO SNAPSHOT-DATE.
           MOVE ACCOUNT-MASTER-KEY TO SNAPSHOT-ACCOUNT-KEY.
           MOVE ACCOUNT-MASTER-WIDE-KEY TO SNAPSHOT-WIDE-KEY.
           MOVE ACCOUNT-MASTER-BALANCE TO SNAPSHOT-BALANCE.
           WRITE BALANCE-SNAPSHOT-RECORD.
           ADD 1 TO SNAPSHOT-WRITTEN-COUNT.
