      * ACCOUNT KEY IN PART1), EVERY ACCRUAL THAT FAILED TO POST IS
      * REPORTED WITH ITS REJECT REASON WHERE ONE EXISTS, AND A
      * DISAGREEMENT BETWEEN THE ACCRUED TOTAL AND THE POSTED TOTAL
      * RAISES THE RETURN CODE. THE MONTH-END MAINTENANCE CHARGES
      * MTHCHG APPENDS TO THE SAME FEED CARRY "MCHG" INSTEAD, THE
      * CASH-SWEEP TRANSFERS SWEEPGEN APPENDS CARRY "SWEP", AND THE
      * TERM-DEPOSIT INTEREST AND PAYOUTS TDMATURE APPENDS CARRY
      * "TDEP", THE CLOSING FEES AND PAYOUTS ACCTCLOS APPENDS CARRY
      * "CLOS", THE BACK-VALUED INTEREST ADJUSTMENTS INTADJ APPENDS
      * CARRY "IADJ", THE WITHHOLDING-TAX DEBITS ACCRUE WRITES
      * BEHIND ITS ACCRUALS CARRY "WHTX", THE UNCLAIMED-PROPERTY
      * TRANSFERS ESCHEAT APPENDS CARRY "ESCH", THE LOAN DRAWDOWNS
      * AND INSTALMENTS LOANDAY APPENDS CARRY "LDRW" AND "LINS", THE
      * MONTH-END DEBIT INTEREST DEBITINT APPENDS CARRIES "DINT", AND
      * THE CLEARING RETURN REVERSALS CLRGRTN APPENDS CARRY A PAYMENT
      * REFERENCE; ALL ARE PASSED OVER - THEY ARE NOT THE DAY'S
      * ACCRUALS.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       01  ACCRUALS-EXAMINED-COUNT      PIC 9(8) VALUE ZERO.
       01  ACCRUALS-UNPOSTED-COUNT      PIC 9(8) VALUE ZERO.
       01  OTHER-RECORDS-SKIPPED-COUNT  PIC 9(8) VALUE ZERO.
       01  ACCRUED-TOTAL                PIC S9(11)V9(4) VALUE ZERO.
       01  POSTED-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  ACCRUAL-RECORD-AMOUNT        PIC S9(7)V9(4) VALUE ZERO.
           CLOSE ACCRUAL-FEED.
           DISPLAY "ACCRUALS EXAMINED: " ACCRUALS-EXAMINED-COUNT.
           DISPLAY "ACCRUALS UNPOSTED: " ACCRUALS-UNPOSTED-COUNT.
           DISPLAY "NON-ACCRUAL RECORDS PASSED OVER: "
               OTHER-RECORDS-SKIPPED-COUNT.
           MOVE ACCRUED-TOTAL TO RECON-AMOUNT-EDIT.
           DISPLAY "ACCRUED TOTAL: " RECON-AMOUNT-EDIT.
           MOVE POSTED-TOTAL TO RECON-AMOUNT-EDIT.
      * WHATEVER REASON THE REJECT FILE CARRIES FOR IT.
      *
       RECONCILE-ONE-ACCRUAL SECTION.
           IF ACCR-STRING-PART2 NOT = "ACCR"
               ADD 1 TO OTHER-RECORDS-SKIPPED-COUNT
               GO TO RECONCILE-ONE-ACCRUAL-NEXT
           END-IF.
           ADD 1 TO ACCRUALS-EXAMINED-COUNT.
           COMPUTE ACCRUAL-RECORD-AMOUNT =
               ACCR-NUMBER-PART1 + (ACCR-NUMBER-PART2 / 10000).
                   ACCR-NUMBER-PART2 " NOT POSTED - "
                   UNPOSTED-REASON
           END-IF.
       RECONCILE-ONE-ACCRUAL-NEXT.
           PERFORM READ-ACCRUAL-RECORD.
       EXIT.
      *
