      * Parameter block for the shared EXCHLOOK exchange-rate
      * subprogram: callers set the currency code and the date to
      * convert on, and get back the rate in force - the home value
      * of one unit - with the date it was quoted.  A blank code or
      * the home code itself comes back as the home code at a rate
      * of exactly one, so callers need no special case for dollar
      * customers; a foreign code with no rate on or before the date
      * comes back missing and must not be converted.
       01 EXCHANGE-LOOKUP-PARMS.
          02 EX-CURRENCY           PIC X(03).
          02 EX-DATE               PIC 9(08).
          02 EX-RATE               PIC 9(03)V9(06).
          02 EX-RATE-DATE          PIC 9(08).
          02 EX-RESULT-FLAG        PIC X(01).
             88 EX-HOME-CURRENCY       VALUE "H".
             88 EX-RATE-FOUND          VALUE "F".
             88 EX-RATE-MISSING        VALUE "M".
