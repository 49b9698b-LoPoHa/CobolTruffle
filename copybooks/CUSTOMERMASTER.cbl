      * Customer-master record - shared 01-level layout for the
      * indexed CUSTMAST file keyed on the customer number. One
      * record per customer (person or business) owning accounts;
      * each ACCTMAST account names its owner in
      * ACCOUNT-MASTER-CUSTOMER. Maintained by CUSTMNT from cards;
      * read by ACCTMNT to validate an account's owner, and by
      * ACCTSTMT and TEST's inquiry session to show the owner
      * alongside the account. ACCRUE reads the tax particulars to
      * decide whether the customer's interest is taxed at source.
       01  CUSTOMER-MASTER-RECORD.
        05       CUSTOMER-MASTER-NUMBER  PIC X(8).
        05       CUSTOMER-NAME           PIC X(30).
        05       CUSTOMER-ADDRESS-LINE-1 PIC X(30).
        05       CUSTOMER-ADDRESS-LINE-2 PIC X(30).
        05       CUSTOMER-POSTCODE       PIC X(8).
      * Tax identifier - as issued by the tax authority, spaces
      * where the customer has not supplied one.
        05       CUSTOMER-TAX-ID         PIC X(12).
      * Status - a merged customer stays on file so the trail and
      * old statements still resolve, but owns no accounts: every
      * account it held was moved to the surviving customer named
      * in CUSTOMER-MERGED-INTO.
        05       CUSTOMER-STATUS         PIC X.
         88      CUSTOMER-ACTIVE             VALUE SPACE.
         88      CUSTOMER-MERGED             VALUE "M".
        05       CUSTOMER-MERGED-INTO    PIC X(8).
        05       CUSTOMER-DATE-ADDED     PIC 9(8).
        05       CUSTOMER-DATE-AMENDED   PIC 9(8).
      * Tax particulars - interest credited to a resident individual
      * has tax withheld at source. A type or residence left as
      * spaces (every customer filed before these were kept) is
      * taken as liable: withholding in doubt is the safer error.
        05       CUSTOMER-TYPE           PIC X.
         88      CUSTOMER-INDIVIDUAL         VALUE "I" SPACE.
         88      CUSTOMER-BUSINESS           VALUE "B".
        05       CUSTOMER-RESIDENCE      PIC X.
         88      CUSTOMER-RESIDENT           VALUE "R" SPACE.
         88      CUSTOMER-NON-RESIDENT       VALUE "N".
      * The TAXRATE row the customer is taxed at - spaces for the
      * standard rate.
        05       CUSTOMER-WHT-RATE-CODE  PIC X(2).
      * A certified exemption runs to this date inclusive; zero when
      * the customer holds none.
        05       CUSTOMER-WHT-EXEMPT-UNTIL PIC 9(8).
      * Notification preferences - how the customer takes the
      * balance and transaction alerts NTFYGEN sends through the SMS
      * and email gateway: by text, by email, both, or not at all.
      * A channel left as a space (every customer filed before these
      * were kept) sends nothing - alerts go only to customers who
      * asked for them. Up to five CUSTNOTICE event codes the
      * customer does not want, spaces where unused.
        05       CUSTOMER-NOTIFY-CHANNEL PIC X.
         88      CUSTOMER-NOTIFY-NONE        VALUE "N" SPACE.
         88      CUSTOMER-NOTIFY-SMS         VALUE "S".
         88      CUSTOMER-NOTIFY-EMAIL       VALUE "E".
         88      CUSTOMER-NOTIFY-BOTH        VALUE "B".
        05       CUSTOMER-MOBILE         PIC X(15).
        05       CUSTOMER-EMAIL          PIC X(40).
        05       CUSTOMER-NOTIFY-OPT-OUTS.
         10      CUSTOMER-NOTIFY-OPT-OUT OCCURS 5 TIMES PIC X(4).
