      * Shared replacement-call record, keyed by vehicle: the score
      * and the replace/keep call from the latest REPLSCOR run that
      * scored the unit.  The record stays after the unit leaves
      * the fleet, so the disposal register can put what the unit
      * sold for against what the scoring said about it.
       01 REPLACEMENT-CALL-REC.
          02 RCAL-VEH-ID           PIC X(06).
          02 RCAL-SCORE-DATE       PIC 9(08).
          02 RCAL-SCORE            PIC S9(07).
          02 RCAL-CALL             PIC X(01).
             88 RCAL-REPLACE           VALUE "R".
             88 RCAL-KEEP              VALUE "K".
