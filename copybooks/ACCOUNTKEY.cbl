        05       ACCOUNT-KEY-BRANCH-DIGIT PIC X.
        05       ACCOUNT-KEY-NUMBER       PIC X(3).
        05       ACCOUNT-KEY-CHECK-DIGIT  PIC X.
      * Wide account key - the branch digit, a five-digit account
      * number and a modulus-11 check digit over the six digits
      * (weighted 2 through 7 left to right), so a branch is no longer
      * capped at 999 accounts. Every account carries one from the
      * KEYMIGR conversion on; the short key above stays on the
      * accounts that had one, and the KEYCONV conversion table ties
      * the two together while the branch feeds move across.
       01  ACCOUNT-WIDE-KEY.
        05       ACCOUNT-WIDE-BRANCH-DIGIT PIC X.
        05       ACCOUNT-WIDE-NUMBER      PIC X(5).
        05       ACCOUNT-WIDE-CHECK-DIGIT PIC X.
