      * Shared sales-tax rate record, keyed by tax code plus the date
      * the rate takes effect: the rate in force on an invoice date
      * is the latest one for the customer's tax code that is not
      * later than that date, so a rate change is a new record rather
      * than an overwrite and old invoices still re-price as billed.
      * Exempt and reduced-rate customers carry their own code.
       01 TAX-RATE-REC.
          02 TAXR-KEY.
             03 TAXR-TAX-CODE      PIC X(02).
             03 TAXR-EFF-FROM      PIC 9(08).
          02 TAXR-RATE-PCT         PIC 9(02)V999.
