      * Withholding-tax rate record - shared 01-level layout for the
      * sequential TAXRATE file the tax desk maintains. One row per
      * rate code per effective date; for each code the row with the
      * latest effective date on or before the run date is in force.
      * The spaces code is the standard rate every liable customer
      * without a rate code of their own is taxed at. Read by ACCRUE
      * when it withholds tax from credited interest.
       01  TAX-RATE-RECORD.
        05       TAX-RATE-EFFECTIVE-DATE PIC 9(8).
        05       TAX-RATE-CODE           PIC X(2).
      * The rate as a percentage of the gross interest - 25,0000 is
      * a quarter.
        05       TAX-RATE-PERCENT        PIC 9(2)V9(4).
