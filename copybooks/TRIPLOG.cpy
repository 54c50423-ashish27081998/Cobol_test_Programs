      * Shared trip-log record: one line per trip, from the nightly
      * telematics load for tracked units and from the drivers'
      * paper sheets for the rest.  TRIPRECN reconciles it against
      * the metered deltas, DRVCOMP rolls it up by driver, CHARGEBK
      * prices the personal-use gap and FUELTAX apportions it by
      * TRIP-JURISDICTION.  TRIP-SOURCE says where the trip came
      * from; a blank source is a paper sheet keyed before tracked
      * trips were loaded.  Every trip is also kept on TRIPHIST in
      * this layout, where PENALTY finds who was driving a unit at
      * the time on a traffic notice.
       01 TRIP-LOG-REC.
          02 TRIP-VEH-ID           PIC X(06).
          02 TRIP-DATE             PIC 9(08).
          02 TRIP-START-ODOMETER   PIC 9(06).
          02 TRIP-END-ODOMETER     PIC 9(06).
          02 TRIP-JURISDICTION     PIC X(02).
          02 TRIP-SOURCE           PIC X(01).
             88 TRIP-FROM-TRACKER      VALUE "T".
             88 TRIP-FROM-PAPER        VALUE "P" " ".
      * When the trip ran and who drove it: the tracker's ignition
      * on and off with the driver tag presented at ignition-on, or
      * the times and driver written on the paper sheet.  Zero
      * times on a paper trip mean the sheet gave none, and a zero
      * person means no driver was identified.
          02 TRIP-START-TIME       PIC 9(06).
          02 TRIP-END-DATE         PIC 9(08).
          02 TRIP-END-TIME         PIC 9(06).
          02 TRIP-PERSON-ID        PIC 9(10).
