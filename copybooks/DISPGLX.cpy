      * Shared disposal gain/loss extract record: one per vehicle
      * disposal VEHDISP posts, with the depot the unit was carried
      * at.  A positive amount is a gain on disposal, a negative one
      * a loss; GLEXTRCT posts each against the depot's mapped
      * account.
       01 DISPOSAL-GL-REC.
          02 DSGX-VEH-ID           PIC X(06).
          02 DSGX-DEPOT            PIC X(03).
          02 DSGX-SALE-DATE        PIC 9(08).
          02 DSGX-PROCEEDS         PIC 9(07)V99.
          02 DSGX-BOOK-VALUE       PIC 9(07)V99.
          02 DSGX-GAIN-LOSS        PIC S9(07)V99.
