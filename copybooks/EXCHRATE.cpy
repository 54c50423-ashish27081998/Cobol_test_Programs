      * Shared exchange-rate record, keyed by currency code plus the
      * date the rate was quoted: the rate in force on a date is the
      * latest one for the currency that is not later than that
      * date, so a weekend or bank holiday takes the last working
      * day's rate and an old invoice still converts as billed.
      * EXCH-RATE is the home-currency (US dollar) value of one unit
      * of the currency, as the bank's daily rates file quotes it.
       01 EXCHANGE-RATE-REC.
          02 EXCH-KEY.
             03 EXCH-CURRENCY      PIC X(03).
             03 EXCH-RATE-DATE     PIC 9(08).
          02 EXCH-RATE             PIC 9(03)V9(06).
          02 EXCH-LOADED-DATE      PIC 9(08).
