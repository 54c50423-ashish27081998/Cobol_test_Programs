      * Shared lane distance record, keyed by origin and destination
      * site code: the agreed road distance for the lane, so quotes
      * and orders are priced on the same miles every time instead
      * of whatever was keyed that week.  A lane holds for both
      * directions unless the return trip has its own record.
       01 LANE-DISTANCE-REC.
          02 LANE-KEY.
             03 LANE-ORIGIN-SITE   PIC X(06).
             03 LANE-DEST-SITE     PIC X(06).
          02 LANE-DISTANCE         PIC 9(06).
          02 LANE-LAST-CHANGED     PIC 9(08).
