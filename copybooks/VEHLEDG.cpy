      * cost from completions, fuel gallons and spend from the card
      * feed, and priced metered miles from the delta extract - so
      * "what has unit V00214 cost us" is one keyed read instead of
      * an afternoon with a calculator.  Each month's depreciation
      * charge from the depreciation run posts here too, once per
      * period, so running cost per mile includes the truck itself.
       01 VEHICLE-LEDGER-REC.
          02 VLGR-VEH-ID           PIC X(06).
          02 VLGR-MAINT-COST       PIC 9(09)V99.
          02 VLGR-FUEL-COST        PIC 9(09)V99.
          02 VLGR-MILES-COST       PIC 9(09)V99.
          02 VLGR-LIFETIME-MILES   PIC S9(09).
          02 VLGR-DEPR-COST        PIC 9(09)V99.
          02 VLGR-DEPR-PERIOD      PIC 9(06).
      * Electric units post kWh and charging spend from the
      * charging-session feed the way the fuel card posts gallons
      * and spend.
          02 VLGR-ENERGY-KWH       PIC 9(07)V9.
          02 VLGR-ENERGY-COST      PIC 9(09)V99.
      * Insurer settlements CLAIMREG matched to claimed repairs are
      * netted off VLGR-MAINT-COST as they post; the running total
      * netted is kept here so the statement can show it.
          02 VLGR-CLAIM-RECOVERY   PIC 9(09)V99.
      * Tolls, parking and the like drivers claim back through
      * EXPCLAIM against a unit post here as they are released.
          02 VLGR-EXPENSE-COST     PIC 9(09)V99.
