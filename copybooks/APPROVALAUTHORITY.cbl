      * Approval-authority record - shared 01-level layout for the
      * APPRAUTH file the operations manager keeps, one row per
      * grant: the largest base-currency amount an operator, or
      * every operator of one OPERAUTH level, may release from the
      * approval queue alone, for one transaction type or for all
      * types ("*"). In the APPR session the signed-on operator's
      * own row for the item's type wins, then their own all-types
      * row, then their level's row for the type, then the level's
      * all-types row; an operator no row reaches holds no authority
      * and may only reject. An item larger than every row for its
      * type needs two approvers in sequence. Read by TEST's
      * approval session and by OPERRPT.
       01  APPROVAL-AUTHORITY-RECORD.
        05       APPR-AUTH-KIND          PIC X.
         88      APPR-AUTH-FOR-OPERATOR      VALUE "O".
         88      APPR-AUTH-FOR-LEVEL         VALUE "L".
      * Subject - the operator ID, or the level letter left-justified.
        05       APPR-AUTH-SUBJECT       PIC X(8).
        05       APPR-AUTH-TXN-TYPE      PIC X.
         88      APPR-AUTH-ALL-TYPES         VALUE "*".
        05       APPR-AUTH-LIMIT         PIC 9(9)V99.
        05       FILLER                  PIC X(9).
