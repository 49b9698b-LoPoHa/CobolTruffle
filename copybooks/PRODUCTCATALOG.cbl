      * Product-catalog record - shared 01-level layout for the
      * line-sequential PRODCAT file, one row per account product
      * (savings, current and so on). Each ACCTMAST account names
      * its product in ACCOUNT-MASTER-PRODUCT; the row says how an
      * account of that product behaves. ACCTMNT takes the default
      * overdraft limit from it when an account is opened, ACCRUE
      * picks the rate band set, TEST picks the fee package and
      * DORMSWP leaves alone a product not eligible for dormancy.
      * MTHCHG levies the product's monthly account-keeping charge.
      * Each program loads the rows it needs into its own table at
      * start of run, the way the branch directory is loaded.
       01  PRODUCT-CATALOG-RECORD.
        05       PRODUCT-CODE            PIC X(4).
        05       PRODUCT-NAME            PIC X(20).
      * Default overdraft limit - the magnitude a new account of the
      * product is opened with unless the open card keys its own.
        05       PRODUCT-OVERDRAFT-LIMIT PIC 9(7)V99.
      * Rate band set - the BAND-SET-CODE of the RATEBAND rows the
      * product accrues on. Spaces name the default set.
        05       PRODUCT-RATE-BAND-SET   PIC X(2).
      * Fee package - the FEE-PACKAGE of the FEESCHED rows the
      * product is charged on. A type with no row in the package
      * falls back to the standard (spaces) package row.
        05       PRODUCT-FEE-PACKAGE     PIC X(2).
      * Dormancy eligibility - "N" keeps every account of the
      * product out of the dormancy sweep.
        05       PRODUCT-DORMANCY-ELIGIBLE PIC X.
         88      PRODUCT-DORMANCY-ALLOWED    VALUE "Y".
         88      PRODUCT-NEVER-DORMANT       VALUE "N".
      * Monthly charge - the flat account-keeping charge MTHCHG
      * levies at month-end on every account of the product; zero
      * means the product carries none.
        05       PRODUCT-MONTHLY-CHARGE  PIC 9(4)V99.
      * Closing fee - the flat fee ACCTCLOS charges when an account
      * of the product is closed through a closure request; zero, or
      * a row filed before the field existed, means none.
        05       PRODUCT-CLOSING-FEE     PIC 9(4)V99.
