        05       SNAPSHOT-DATE           PIC 9(8).
        05       SNAPSHOT-ACCOUNT-KEY    PIC X(5).
        05       SNAPSHOT-BALANCE        PIC S9(9)V99.
      * The account's wide key. Spaces on rows written before the
      * KEYMIGR conversion carried it across.
        05       SNAPSHOT-WIDE-KEY       PIC X(7).
