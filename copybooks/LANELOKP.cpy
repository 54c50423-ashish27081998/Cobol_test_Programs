      * Parameter block for the shared LANELOOK distance subprogram:
      * callers set the origin and destination site and whatever
      * distance was keyed, and get back the lane's agreed distance,
      * the distance to price on, and whether the keyed figure
      * agrees with the lane within the shop's tolerance, disagrees,
      * or there is no lane on the table to check it against.
       01 LANE-LOOKUP-PARMS.
          02 LL-ORIGIN-SITE        PIC X(06).
          02 LL-DEST-SITE          PIC X(06).
          02 LL-KEYED-DISTANCE     PIC 9(06).
          02 LL-LANE-DISTANCE      PIC 9(06).
          02 LL-USE-DISTANCE       PIC 9(06).
          02 LL-TOLERANCE-PCT      PIC 9(03).
          02 LL-RESULT-FLAG        PIC X(01).
             88 LL-LANE-AGREES         VALUE "A".
             88 LL-LANE-DISAGREES      VALUE "D".
             88 LL-LANE-MISSING        VALUE "M".
