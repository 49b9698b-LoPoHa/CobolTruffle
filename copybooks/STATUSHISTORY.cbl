      * ever carried one prior hop. Besides the transaction statuses
      * in PROGRAMNATIVE.cbl, the to-status can carry the lifecycle
      * holds: "A" held for approval, "X" dead-lettered, "U"
      * bypassed as a duplicate, "S" rejected as a payment the
      * customer stopped, "T" an internal transfer with both legs
      * posted, "H" a pending item waiting on POTHER's hold queue,
      * "R" a standing-instruction debit refused for funds and
      * waiting on its retry, "N" a payment the clearing house
      * returned, waiting on the reversal CLRGRTN generated for it,
      * "W" held on the compliance queue after a watch-list match.
      * O, J, V, C, S, and T are final.
       01  STATUS-HISTORY-RECORD.
        05       STATUS-HIST-TXN-NUMBER  PIC 9(4).
        05       STATUS-HIST-FROM        PIC X.
        05       STATUS-HIST-TO          PIC X.
        05       STATUS-HIST-DATE        PIC 9(8).
        05       STATUS-HIST-PROGRAM     PIC X(8).
      * Transfer leg - an internal transfer writes one entry per leg
      * under the same transaction number: "D" for the paying
      * account, "C" for the receiving one, each naming its own
      * account and the other leg's, so the two legs stay linked on
      * the trail. Spaces on every other entry.
        05       STATUS-HIST-TRANSFER-LEG PIC X.
        05       STATUS-HIST-ACCOUNT-KEY PIC X(5).
        05       STATUS-HIST-COUNTER-KEY PIC X(5).
      * On a returned entry ("N") the clearing house's return reason
      * code takes the counter key's place - a returned payment has
      * no other leg.
        05       STATUS-HIST-RETURN-REASON REDEFINES
                     STATUS-HIST-COUNTER-KEY PIC X(5).
