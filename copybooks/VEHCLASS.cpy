      * Shared per-class tunables record, one line per vehicle
      * class: a long-haul tractor legitimately does distances that
      * would flag a yard van, and their service intervals differ
      * by maker - one fleet-wide number trained us to ignore tamper
      * flags on the long-haul units.  The class's fuel tank
      * capacity lets the fuel-card screening see a fill bigger
      * than the tank; zero means the capacity is not yet known.
       01 VEHICLE-CLASS-REC.
          02 VCLS-CLASS-CODE       PIC X(02).
          02 VCLS-MAX-DISTANCE     PIC 9(06).
          02 VCLS-MAINT-INTERVAL   PIC 9(06).
          02 VCLS-TANK-CAPACITY    PIC 9(04).
