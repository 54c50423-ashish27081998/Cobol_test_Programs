      * Shared clocked-hours history record: TIMEKEEP appends one
      * line per good punch pair, so hours clocked on any day can be
      * read back after the one-shot clock card feed has gone - the
      * mechanic productivity report compares booked job time to it.
      * The pair's clock-in and clock-out times ride along so the
      * attendance run can set them against the rostered shift.
       01 CLOCK-HISTORY-REC.
          02 CLKH-PERSON-ID        PIC 9(10).
          02 CLKH-DATE             PIC 9(08).
          02 CLKH-HOURS            PIC 9(02)V9.
          02 CLKH-TIME-IN          PIC 9(04).
          02 CLKH-TIME-OUT         PIC 9(04).
