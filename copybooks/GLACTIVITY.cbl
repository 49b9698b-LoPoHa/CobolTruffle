      * GL-activity history record - one row per GL account per
      * submitted batch, appended by GLCONSOL as each source journal
      * goes to the ledger, so the year's movement on any GL account
      * can be rebuilt without the ledger system. The year-end close
      * nets the income and expense accounts from it. A busy batch
      * may leave more than one row for the same account; readers
      * sum them. The entity is the legal entity the lines were
      * booked to - spaces for a journal that names none.
       01  GL-ACTIVITY-RECORD.
        05       GLACT-JOURNAL-DATE      PIC 9(8).
        05       GLACT-SOURCE            PIC X(8).
        05       GLACT-BATCH-NUMBER      PIC 9(8).
        05       GLACT-ACCOUNT           PIC X(4).
        05       GLACT-DR-TOTAL          PIC 9(9)V99.
        05       GLACT-CR-TOTAL          PIC 9(9)V99.
        05       GLACT-ENTITY            PIC X(2).
