      * Shared fiscal-calendar record, one per fiscal period and
      * keyed by the period's last date, so a START NOT LESS THAN
      * on any date lands on the period that holds it.  Periods
      * follow finance's 4-4-5 close: four weeks, four weeks, five
      * weeks to a quarter.  A date no period covers falls back to
      * its calendar month - the ledger and the fleet books close
      * on the same days only when this table says so.
       01 FISCAL-CALENDAR-REC.
          02 FCAL-END-DATE         PIC 9(08).
          02 FCAL-START-DATE       PIC 9(08).
          02 FCAL-FISCAL-YEAR      PIC 9(04).
          02 FCAL-QUARTER          PIC 9(01).
          02 FCAL-PERIOD           PIC 9(02).
