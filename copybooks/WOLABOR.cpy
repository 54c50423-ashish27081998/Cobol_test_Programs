      * Shared labour-booking detail record: one line per stretch of
      * time a mechanic books against an open work order, costed at
      * the hourly rate for the mechanic's grade on the day it was
      * booked - WORKORDR sums these into the order's labour cost at
      * close instead of trusting a keyed figure, and the weekly
      * productivity report sets the hours against the clock.
       01 LABOUR-BOOKING-REC.
          02 WLAB-VEH-ID           PIC X(06).
          02 WLAB-INTERVAL         PIC 9(06).
          02 WLAB-PERSON-ID        PIC 9(10).
          02 WLAB-BOOK-DATE        PIC 9(08).
          02 WLAB-START-TIME       PIC 9(04).
          02 WLAB-STOP-TIME        PIC 9(04).
          02 WLAB-HOURS            PIC 9(02)V99.
          02 WLAB-GRADE            PIC X(02).
          02 WLAB-HOURLY-RATE      PIC 9(03)V99.
          02 WLAB-COST             PIC 9(05)V99.
