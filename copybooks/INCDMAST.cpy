             88 INCD-IS-SEVERE         VALUE "S".
             88 INCD-IS-ROUTINE        VALUE "R".
          02 INCD-DESCRIPTION      PIC X(40).
      * Days the unit stood off the road from the incident date,
      * incident day included; zero when it was never kept off.
          02 INCD-OFF-ROAD-DAYS    PIC 9(03).
