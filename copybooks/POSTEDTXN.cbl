      * "R" when the string part is a payment reference - any display
      * or report built from the trail masks the reference down to
      * its last two characters, the same rule BIGINQ applies.
      * "F" on a brought-forward row POSTROLL writes at the head of
      * the trail when it rolls older postings off to the archive:
      * the net of what it rolled for the string part and entity,
      * dated the last rolled posting, string part 2 "BFWD", numbers
      * zero and type blank. It keeps every sum over the trail where
      * it was; a job that wants the postings themselves skips it.
        05       POSTED-STRING-TYPE      PIC X.
         88      POSTED-BROUGHT-FORWARD      VALUE "F".
      * The legal entity of the account the amount landed on, copied
      * from the account master at posting time - the GL extract
      * journals and balances per entity on it.
        05       POSTED-ENTITY           PIC X(2).
      * Transfer leg - "D" on the paying leg of an internal transfer,
      * "C" on the receiving leg written directly behind it, space on
      * every other posting. The counter key names the other leg's
      * account, so the GL extract can journal the two legs as one
      * pair and the acknowledgment feed can answer the branch once.
        05       POSTED-TRANSFER-LEG     PIC X.
         88      POSTED-TRANSFER-DEBIT       VALUE "D".
         88      POSTED-TRANSFER-CREDIT      VALUE "C".
        05       POSTED-COUNTER-KEY      PIC X(5).
      * Wide keys - the landing account's wide key and, on a
      * transfer leg, the other leg's. Spaces on rows written before
      * the KEYMIGR conversion carried them across. A job that walks
      * the trail per account matches on the wide key where it is
      * set, since an account numbered past 999 has no string part.
        05       POSTED-WIDE-KEY         PIC X(7).
        05       POSTED-COUNTER-WIDE-KEY PIC X(7).
