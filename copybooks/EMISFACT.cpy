      * Shared greenhouse-gas emission-factor record, keyed by fuel
      * type plus the reporting year the factor is published for:
      * kilograms of CO2-equivalent per unit burned - per gallon for
      * diesel ("D", the VEH-ENERGY-TYPE code), per kWh drawn for
      * the electric units ("E"), and per mile for haulage worked
      * by outside carriers ("S"), whose fuel we never see.  A new
      * year's factors are new records, so past returns still
      * restate at the factors they were filed under.
       01 EMISSION-FACTOR-REC.
          02 EMF-KEY.
             03 EMF-FUEL-TYPE      PIC X(01).
                88 EMF-DIESEL          VALUE "D".
                88 EMF-ELECTRIC        VALUE "E".
                88 EMF-SUBCONTRACT     VALUE "S".
             03 EMF-YEAR           PIC 9(04).
          02 EMF-KG-PER-UNIT       PIC 9(03)V9(06).
