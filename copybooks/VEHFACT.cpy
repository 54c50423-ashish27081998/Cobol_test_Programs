      * Shared daily vehicle fact record, built by VEHFACT in one
      * pass straight after MileageCounter: one line per vehicle on
      * VEHICLE-MASTER in VEH-ID order, plus a line for any delta on
      * MLGDLTX with no master behind it, carrying the day's metered
      * delta, the vehicle's depot, class, rate product and energy
      * type as the master stood, the driver of record from ASSGMAST
      * and the day's fuel, charging and trip totals as the feeds
      * carried them.  The runs that used to re-join MLGDLTX to the
      * masters each read this instead, once, in order.  The feed
      * totals are unvalidated sums - FUELMPG and TRIPRECN still
      * judge each fill and trip themselves.
       01 VEHICLE-FACT-REC.
          02 VFCT-VEH-ID           PIC X(06).
          02 VFCT-RUN-DATE         PIC 9(08).
          02 VFCT-MASTER-SWITCH    PIC X(01).
             88 VFCT-ON-MASTER            VALUE "Y".
          02 VFCT-STATUS           PIC X(01).
          02 VFCT-DEPOT            PIC X(03).
          02 VFCT-CLASS            PIC X(02).
          02 VFCT-RATE-PRODUCT     PIC X(05).
          02 VFCT-ENERGY-TYPE      PIC X(01).
      * A vehicle with no delta line tonight carries a zero delta and
      * "N" here, so a run that only ever saw MLGDLTX skips it.
          02 VFCT-DELTA-SWITCH     PIC X(01).
             88 VFCT-HAS-DELTA            VALUE "Y".
          02 VFCT-DELTA            PIC S9(06).
          02 VFCT-DRIVER-SWITCH    PIC X(01).
             88 VFCT-HAS-DRIVER           VALUE "Y".
          02 VFCT-DRIVER-ID        PIC 9(10).
          02 VFCT-FILLS            PIC 9(04).
          02 VFCT-CARD-GALLONS     PIC 9(06)V9.
          02 VFCT-CARD-COST        PIC 9(07)V99.
          02 VFCT-PUMP-GALLONS     PIC 9(06)V9.
          02 VFCT-CHARGE-SESSIONS  PIC 9(04).
          02 VFCT-CHARGE-KWH       PIC 9(06)V9.
          02 VFCT-CHARGE-COST      PIC 9(07)V99.
      * Trip miles count a trip only when its end reading is not
      * below its start, the way CHARGEBK and TRIPRECN measure one.
          02 VFCT-TRIP-COUNT       PIC 9(04).
          02 VFCT-TRIP-MILES       PIC 9(07).
