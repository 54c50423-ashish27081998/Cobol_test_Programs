      * Shared tyre master record, keyed by the tyre's serial
      * number, so a tyre is followed from the store onto a wheel
      * and off again instead of vanishing into PARTSINV as one more
      * part issued to a work order.  A fitted tyre carries the
      * vehicle and wheel position it runs on - the alternate key,
      * so the wheels of a unit read together - and the odometer it
      * went on at; the miles of every finished fitment accumulate
      * in TYRE-MILES-RUN.  Position is the axle number counted from
      * the front, the side, and inner or outer for twin wheels.
       01 TYRE-MASTER-REC.
          02 TYRE-SERIAL           PIC X(12).
          02 TYRE-BRAND            PIC X(10).
          02 TYRE-SIZE             PIC X(10).
          02 TYRE-PART-NUMBER      PIC X(08).
          02 TYRE-STATUS           PIC X(01).
             88 TYRE-IN-STORE          VALUE "S".
             88 TYRE-FITTED            VALUE "F".
             88 TYRE-SCRAPPED          VALUE "X".
          02 TYRE-LOCATION.
             03 TYRE-VEH-ID        PIC X(06).
             03 TYRE-POSITION.
                04 TYRE-AXLE       PIC 9(01).
                04 TYRE-SIDE       PIC X(01).
                04 TYRE-SLOT       PIC X(01).
          02 TYRE-FIT-DATE         PIC 9(08).
          02 TYRE-FIT-ODOMETER     PIC 9(06).
          02 TYRE-MILES-RUN        PIC 9(07).
          02 TYRE-NEW-TREAD        PIC 9(02)V9.
          02 TYRE-LAST-TREAD       PIC 9(02)V9.
          02 TYRE-LAST-TREAD-DATE  PIC 9(08).
          02 TYRE-REMOVE-DATE      PIC 9(08).
