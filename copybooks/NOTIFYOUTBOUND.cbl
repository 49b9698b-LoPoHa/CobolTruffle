      * Outbound notification record - shared 01-level layout for
      * the line-sequential NTFYOUT file NTFYGEN writes each night
      * for the SMS and email gateway. One detail row per message:
      * a customer taking both channels gets two rows for the one
      * event. The file ends with one trailer row per event type
      * giving how many notices of that type were sent and how many
      * held back, so the gateway can tie its own counts back.
      * No payment reference is ever carried in clear - the text
      * shows it masked to its last two characters.
       01  NOTIFY-OUTBOUND-RECORD.
        05       NOTIFY-OUT-RECORD-TYPE  PIC X.
         88      NOTIFY-OUT-DETAIL           VALUE "D".
         88      NOTIFY-OUT-TRAILER          VALUE "T".
      * S - text to the mobile number; E - email to the address.
        05       NOTIFY-OUT-CHANNEL      PIC X.
         88      NOTIFY-OUT-SMS              VALUE "S".
         88      NOTIFY-OUT-EMAIL            VALUE "E".
        05       NOTIFY-OUT-ADDRESS      PIC X(40).
        05       NOTIFY-OUT-CUSTOMER     PIC X(8).
        05       NOTIFY-OUT-ACCOUNT-KEY  PIC X(5).
      * The CUSTNOTICE event code and the date the event happened.
        05       NOTIFY-OUT-EVENT        PIC X(4).
        05       NOTIFY-OUT-DATE         PIC 9(8).
      * The amount the message is about - the posting's amount, or
      * the balance on an overdrawn or low-balance message.
        05       NOTIFY-OUT-AMOUNT       PIC S9(9)V99.
        05       NOTIFY-OUT-TEXT         PIC X(80).
      * The trailer's view - one per event type, in the order
      * NTFYGEN counts them.
       01  NOTIFY-OUTBOUND-TRAILER REDEFINES NOTIFY-OUTBOUND-RECORD.
        05       NOTIFY-TRL-RECORD-TYPE  PIC X.
        05       NOTIFY-TRL-EVENT        PIC X(4).
        05       NOTIFY-TRL-RECEIVED     PIC 9(8).
        05       NOTIFY-TRL-SENT         PIC 9(8).
        05       NOTIFY-TRL-SUPPRESSED   PIC 9(8).
        05       NOTIFY-TRL-MESSAGES     PIC 9(8).
        05       FILLER                  PIC X(121).
