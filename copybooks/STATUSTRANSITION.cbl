      * may move to POSTED, REJECTED, or REVERSED (this run's LETTER-C
      * routing counts as a REVERSED-style outcome); now that the feed
      * carries each record's real prior status, a POSTED transaction
      * may also move to REVERSED later in its life ("OV"). A PENDING
      * internal transfer moves to TRANSFERRED ("PT"), both of its
      * legs together. A PENDING item POTHER held on its queue is
      * released by a later cycle as a POSTED one ("HO"). A payment
      * the clearing house RETURNED is reversed by the record CLRGRTN
      * generates for it ("NV"). A table lets the next legal pair the
      * business signs off be added without changing the validation
      * logic.
       01  STATUS-TRANSITION-TABLE-VALUES.
        05       FILLER PIC XX VALUE "PO".
        05       FILLER PIC XX VALUE "PJ".
        05       FILLER PIC XX VALUE "PV".
        05       FILLER PIC XX VALUE "PC".
        05       FILLER PIC XX VALUE "OV".
        05       FILLER PIC XX VALUE "PT".
        05       FILLER PIC XX VALUE "HO".
        05       FILLER PIC XX VALUE "NV".
       01  STATUS-TRANSITION-TABLE REDEFINES
               STATUS-TRANSITION-TABLE-VALUES.
        05       STATUS-TRANSITION-ENTRY OCCURS 8 TIMES.
         10      STATUS-TRANSITION-FROM PIC X.
         10      STATUS-TRANSITION-TO   PIC X.
