          02 VEH-RATE-PRODUCT       PIC X(05).
          02 VEH-DEPOT              PIC X(03).
          02 VEH-CLASS              PIC X(02).
      * What the unit runs on: electric units draw kWh from the
      * charging-session feed instead of gallons off a fuel card.
      * Units loaded before this was carried are blank and are taken
      * as diesel.
          02 VEH-ENERGY-TYPE        PIC X(01).
             88 VEH-ELECTRIC              VALUE "E".
             88 VEH-DIESEL                VALUE "D" " ".
