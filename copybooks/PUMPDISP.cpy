      * Shared depot pump-dispensing record: one line per vehicle
      * fill from a depot bulk tank.  These fills never reach the
      * card feed, so FUELMPG adds the gallons to the unit's totals
      * and TANKRECN draws them off the tank's book stock.
       01 PUMP-DISPENSE-REC.
          02 PDSP-DEPOT            PIC X(03).
          02 PDSP-TANK-NO          PIC 9(02).
          02 PDSP-VEH-ID           PIC X(06).
          02 PDSP-DATE             PIC 9(08).
          02 PDSP-TIME             PIC 9(04).
          02 PDSP-GALLONS          PIC 9(04)V9.
