      * Parameter block for the shared TIERLOOK tiered-pricing
      * subprogram: callers set the product, the distance being
      * priced and the product's list RATEM-BASE, and get back the
      * per-unit rate to price at - the rate of the distance band
      * the haul falls in, or the list base when the product has no
      * band that covers it - with the band's upper distance.
       01 TIER-LOOKUP-PARMS.
          02 TL-PRODUCT-CODE       PIC X(05).
          02 TL-DISTANCE           PIC 9(06).
          02 TL-LIST-BASE          PIC S9(05)V99.
          02 TL-RATE-BASE          PIC S9(05)V99.
          02 TL-TIER-UPTO          PIC 9(06).
          02 TL-RESULT-FLAG        PIC X(01).
             88 TL-TIER-RATE           VALUE "T".
             88 TL-LIST-RATE           VALUE "L".
