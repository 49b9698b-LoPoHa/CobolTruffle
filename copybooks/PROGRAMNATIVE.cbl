         88      TRANSACTION-REJECTED          VALUE "J".
         88      TRANSACTION-REVERSED          VALUE "V".
         88      LETTER-C                      VALUE "C".
      * AN INTERNAL TRANSFER - THE RECORD'S OWN ACCOUNT PAYS AND THE
      * COUNTER ACCOUNT THE RECORD CARRIES RECEIVES, BOTH LEGS POSTED
      * TOGETHER OR NEITHER.
         88      TRANSACTION-TRANSFER          VALUE "T".
