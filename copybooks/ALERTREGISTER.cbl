      * Alert-register record - shared 01-level layout for the
      * line-sequential ALRTREG file ALERTTRK keeps. OPSALERT only
      * ever holds the current run's alerts - TEST starts it afresh -
      * so the register is where an alert lives until somebody acts
      * on it. ALERTTRK takes each new OPSALERT record in as one
      * open row with its own id, ages it in business days, raises
      * its severity while it stays open, and marks it acknowledged
      * when a validated acknowledgment card names it.
       01  ALERT-REGISTER-RECORD.
      * The alert id - the date ALERTTRK took the alert in and its
      * sequence within that day, so it is unique and sorts in the
      * order the alerts arrived. Operators quote it on their
      * acknowledgment card.
        05       ALERT-REG-ID.
         10      ALERT-REG-ID-DATE       PIC 9(8).
         10      ALERT-REG-ID-SEQUENCE   PIC 9(4).
        05       ALERT-REG-STATE         PIC X.
         88      ALERT-REG-OPEN              VALUE "O".
         88      ALERT-REG-ACKNOWLEDGED      VALUE "A".
      * The alert as OPSALERT carried it. The severity is the one in
      * force now; the original is kept so a raised alert shows how
      * far it has been raised.
        05       ALERT-REG-REASON-CODE   PIC X(8).
        05       ALERT-REG-ORIGINAL-SEVERITY PIC 9(2).
        05       ALERT-REG-SEVERITY      PIC 9(2).
        05       ALERT-REG-RAISE-COUNT   PIC 9(2).
      * Business days open as of the last ALERTTRK run.
        05       ALERT-REG-AGE-DAYS      PIC 9(4).
        05       ALERT-REG-DETAIL        PIC X(60).
      * Who acknowledged the alert, when, and what they did about it;
      * spaces and zero while it is open.
        05       ALERT-REG-ACK-OPERATOR  PIC X(8).
        05       ALERT-REG-ACK-DATE      PIC 9(8).
        05       ALERT-REG-ACK-NOTE      PIC X(40).
