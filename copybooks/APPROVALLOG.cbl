      * Approval-log record - shared 01-level layout for the APPRLOG
      * file TEST's approval session appends one row to for every
      * approval given and every approval refused for want of
      * authority, with the base amount and the authority the
      * operator held for the item's type at the time. AUDITLOG
      * carries the decision; this carries the money, so OPERRPT
      * can set the approvals each operator gave against the
      * authority they held.
       01  APPROVAL-LOG-RECORD.
        05       APPR-LOG-DATE           PIC 9(8).
        05       APPR-LOG-OPERATOR       PIC X(8).
        05       APPR-LOG-TXN-NUMBER     PIC 9(4).
        05       APPR-LOG-TXN-TYPE       PIC X.
      * Base amount - the item's base-currency amount, unsigned.
        05       APPR-LOG-BASE-AMOUNT    PIC 9(9)V99.
        05       APPR-LOG-AUTHORITY      PIC 9(9)V99.
      * Action - "APPR" released on this operator's authority alone,
      * "1ST " first of two approvers, "2ND " second of two and
      * released, "OVER" refused as over the authority held.
        05       APPR-LOG-ACTION         PIC X(4).
         88      APPR-LOG-RELEASED-ALONE     VALUE "APPR".
         88      APPR-LOG-FIRST-OF-TWO       VALUE "1ST ".
         88      APPR-LOG-SECOND-OF-TWO      VALUE "2ND ".
         88      APPR-LOG-OVER-AUTHORITY     VALUE "OVER".
      * Co-approver - on a "2ND " row, the operator who gave the
      * first approval; spaces otherwise.
        05       APPR-LOG-CO-APPROVER    PIC X(8).
        05       FILLER                  PIC X(5).
