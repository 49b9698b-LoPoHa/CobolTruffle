      * Account-movement history record - shared 01-level layout for
      * the line-sequential ACMVHIST file ACCTMOV appends to each
      * month: one row per branch digit per reporting month with the
      * account base at the start and end of the month and the
      * movements between. Read back by the next month's run for
      * its opening dormant count and by every run for the rolling
      * year's trend. A month reported twice has its rows appended
      * twice; the later filed are the ones that count.
       01  ACCOUNT-MOVE-HISTORY-RECORD.
      * The reporting year and month, YYYYMM.
        05       AMH-PERIOD              PIC 9(6).
        05       AMH-BRANCH-DIGIT        PIC X.
      * Open accounts at the start and end of the month, from the
      * opened and closed dates on ACCTMAST.
        05       AMH-OPENING-COUNT       PIC 9(7).
        05       AMH-CLOSING-COUNT       PIC 9(7).
      * The month's movements from the master journal, net of any
      * rolled back - opened, closed, gone dormant, reactivated, and
      * closed while dormant.
        05       AMH-OPENED-COUNT        PIC S9(7).
        05       AMH-CLOSED-COUNT        PIC S9(7).
        05       AMH-DORMANT-COUNT       PIC S9(7).
        05       AMH-REACTIVATED-COUNT   PIC S9(7).
        05       AMH-CLOSED-DORMANT-COUNT PIC S9(7).
      * Dormant accounts at the start and end of the month, and what
      * opening plus movements fails to reach closing by.
        05       AMH-OPENING-DORMANT     PIC 9(7).
        05       AMH-CLOSING-DORMANT     PIC 9(7).
        05       AMH-DIFFERENCE          PIC S9(7).
