      * Shared vehicle-expense feed record: one line per released
      * expense claim that names a unit, so VEHLPOST posts what the
      * driver spent on the road - tolls, parking - against that
      * vehicle's cost ledger, dated the day the claim was released.
       01 VEHICLE-EXPENSE-REC.
          02 EXPV-VEH-ID           PIC X(06).
          02 EXPV-PERSON-ID        PIC 9(10).
          02 EXPV-CLAIM-DATE       PIC 9(08).
          02 EXPV-EXPENSE-TYPE     PIC X(08).
          02 EXPV-POST-DATE        PIC 9(08).
          02 EXPV-AMOUNT           PIC 9(07)V99.
