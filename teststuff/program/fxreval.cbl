        05       RATE-HIST-CURRENCY      PIC X(3).
        05       RATE-HIST-RATE          PIC 9(4)V9(6).
      *
       FD  REVALUATION-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY GLJOURNAL.
      *
       WORKING-STORAGE SECTION.
       01  BIG-WORK-FILE-SWITCH         PIC X VALUE "N".
           MOVE MOVEMENT-MAGNITUDE TO JRNL-DETAIL-AMOUNT.
           MOVE ZERO TO JRNL-DETAIL-TXN-NUMBER.
           MOVE "X" TO JRNL-DETAIL-TXN-TYPE.
           MOVE SPACES TO JRNL-DETAIL-ENTITY.
           WRITE JOURNAL-DETAIL-RECORD.
           ADD 1 TO JOURNAL-DETAIL-COUNT.
           ADD JRNL-DETAIL-TXN-NUMBER TO JOURNAL-HASH-TOTAL.
