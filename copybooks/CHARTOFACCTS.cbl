      * Chart-of-accounts record - shared 01-level views of the
      * COACCTS file the finance team maintains. A type row maps a
      * transaction type to the debit and credit GL accounts it is
      * journaled to (GLEXTR, BACKOUT). A balance-control row, marked
      * "*" in the type byte, names the GL control account the
      * customer balances of one branch roll up to ("*" in the
      * branch byte catches every branch without a row of its own) -
      * the sub-ledger side of the GL balance reconciliation. An
      * account-class row, marked "#", classes one GL account as
      * income, expense or the retained-earnings account the
      * year-end close moves the income statement to. A loan row,
      * marked "%", names the GL account that carries one side of
      * the instalment-loan book - the principal outstanding or the
      * interest the loans earn - which LOANDAY journals to and the
      * loan reports tie to. A debit-interest row, marked "&", names
      * the income account the interest DEBITINT charges overdrawn
      * accounts is journaled to. Journal writers skip the control,
      * class, loan and debit-interest rows; the reconciliation and
      * the year-end close skip the type rows. Replaces the
      * keep-in-step copies that used to live in GLEXTR and BACKOUT.
       01  CHART-OF-ACCOUNTS-RECORD.
        05       COA-TXN-TYPE            PIC X.
         88      COA-BALANCE-CONTROL-ROW     VALUE "*".
         88      COA-ACCOUNT-CLASS-ROW       VALUE "#".
         88      COA-LOAN-ACCOUNT-ROW        VALUE "%".
         88      COA-DEBIT-INTEREST-ROW      VALUE "&".
         88      COA-NON-TYPE-ROW            VALUE "*" "#" "%" "&".
        05       COA-DR-ACCOUNT          PIC X(4).
        05       COA-CR-ACCOUNT          PIC X(4).
       01  CHART-BALANCE-CONTROL-RECORD.
        05       FILLER                  PIC X.
        05       COA-CONTROL-BRANCH      PIC X.
        05       FILLER                  PIC X(3).
        05       COA-CONTROL-ACCOUNT     PIC X(4).
       01  CHART-ACCOUNT-CLASS-RECORD.
        05       FILLER                  PIC X.
        05       COA-CLASS-ACCOUNT       PIC X(4).
        05       COA-CLASS-CODE          PIC X.
         88      COA-INCOME-ACCOUNT          VALUE "I".
         88      COA-EXPENSE-ACCOUNT         VALUE "E".
         88      COA-RETAINED-EARNINGS       VALUE "R".
        05       FILLER                  PIC X(3).
       01  CHART-LOAN-ACCOUNT-RECORD.
        05       FILLER                  PIC X.
        05       COA-LOAN-ACCOUNT        PIC X(4).
        05       COA-LOAN-ROLE           PIC X.
         88      COA-LOAN-PRINCIPAL          VALUE "P".
         88      COA-LOAN-INTEREST           VALUE "I".
        05       FILLER                  PIC X(3).
       01  CHART-DEBIT-INTEREST-RECORD.
        05       FILLER                  PIC X.
        05       COA-DEBIT-INTEREST-ACCOUNT PIC X(4).
        05       FILLER                  PIC X(4).
