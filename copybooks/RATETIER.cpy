      * Distance-band tier record under a rate-master product, keyed
      * product plus the top distance of the band.  A band runs from
      * the next tier down's upper distance plus one up to
      * TIER-UPTO-DISTANCE, so the tiers for a product read in key
      * order are its bands from shortest haul to longest.  A
      * product with no tiers, or a distance beyond its highest
      * band, prices at RATEM-BASE as it always has.
       01 RATE-TIER-REC.
          05 TIER-KEY.
             10 TIER-PRODUCT-CODE      PIC X(05).
             10 TIER-UPTO-DISTANCE     PIC 9(06).
          05 TIER-BASE                 PIC S9(05)V99.
          05 TIER-LAST-CHANGED         PIC 9(08).
