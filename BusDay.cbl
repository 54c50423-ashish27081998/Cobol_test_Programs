      * calendar master says otherwise - "H" makes any day a
      * holiday, "W" makes a weekend day a working one.  The
      * calendar file is opened on the first call and stays open.
      * Plain calendar-day arithmetic lives here too - the day count
      * between two dates and a date plus or minus a number of days
      * - so aging buckets and rolling windows share one set of
      * month lengths instead of each caller keeping its own.  So
      * does the batch date of the night in progress, so every
      * program that keys its work by the night agrees where one
      * night ends and the next begins.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        01 REMAINDER-WORK             PIC S9(05).
        01 MONTH-END-DAY              PIC 9(02).
        01 GUARD-COUNT                PIC 9(05).
        01 SERIAL-YEAR                PIC S9(05).
        01 SERIAL-MONTH               PIC S9(05).
        01 SERIAL-MONTH-TERM          PIC S9(07).
        01 DAY-SERIAL                 PIC S9(09).
        01 FROM-DAY-SERIAL            PIC S9(09).
        01 DAYS-TO-STEP               PIC S9(05).
        01 CLOCK-TIME                 PIC 9(08).

       LINKAGE SECTION.
           COPY BUSDAYP.
         END-IF.
         IF BD-COUNT-DAYS
             PERFORM COUNT-BUSINESS-DAYS
         ELSE
         IF BD-COUNT-CALENDAR
             PERFORM COUNT-CALENDAR-DAYS
         ELSE
         IF BD-ADD-CALENDAR
             PERFORM ADD-CALENDAR-DAYS
         ELSE
         IF BD-BATCH-DATE
             PERFORM FIND-BATCH-DATE
         ELSE
             PERFORM ROLL-TO-NEXT-WORKING
         END-IF
         END-IF
         END-IF
         END-IF.
         GOBACK.

             END-PERFORM
         END-IF.

       COUNT-CALENDAR-DAYS.
      * Both dates become day serial numbers and the count is their
      * difference - no walk, so a three-year-old invoice ages as
      * cheaply as yesterday's.
         MOVE BD-FROM-DATE TO CURSOR-DATE-NUM.
         PERFORM COMPUTE-DAY-SERIAL.
         MOVE DAY-SERIAL TO FROM-DAY-SERIAL.
         MOVE BD-TO-DATE TO CURSOR-DATE-NUM.
         PERFORM COMPUTE-DAY-SERIAL.
         COMPUTE BD-CALENDAR-DAYS = DAY-SERIAL - FROM-DAY-SERIAL.

       ADD-CALENDAR-DAYS.
      * Steps a day at a time in the direction of BD-ADD-DAYS; the
      * guard stops a runaway walk the same way the business-day
      * count does.
         MOVE BD-FROM-DATE TO CURSOR-DATE-NUM.
         MOVE BD-ADD-DAYS TO DAYS-TO-STEP.
         MOVE ZERO TO GUARD-COUNT.
         PERFORM UNTIL DAYS-TO-STEP = 0 OR GUARD-COUNT > 36600
             ADD 1 TO GUARD-COUNT
             IF DAYS-TO-STEP > 0
                 PERFORM STEP-ONE-DAY
                 SUBTRACT 1 FROM DAYS-TO-STEP
             ELSE
                 PERFORM STEP-BACK-ONE-DAY
                 ADD 1 TO DAYS-TO-STEP
             END-IF
         END-PERFORM.
         MOVE CURSOR-DATE-NUM TO BD-RESULT-DATE.

       FIND-BATCH-DATE.
      * The night runs noon to noon, as SCHDSHT prints it and
      * RUNGATE and SCHDCHK judge it: from noon on the clock is
      * already in the night that ends tomorrow morning.
         ACCEPT CURSOR-DATE-NUM FROM DATE YYYYMMDD.
         ACCEPT CLOCK-TIME FROM TIME.
         IF CLOCK-TIME >= 12000000
             PERFORM STEP-ONE-DAY
         END-IF.
         MOVE CURSOR-DATE-NUM TO BD-RESULT-DATE.

       COMPUTE-DAY-SERIAL.
      * Days since a fixed origin with March as the first month of
      * the counting year, so February's leap day falls at the end
      * and the month term is one formula; the integer quotients
      * come through DIVIDE the way the Zeller terms do.
         MOVE CURS-YEAR  TO SERIAL-YEAR.
         MOVE CURS-MONTH TO SERIAL-MONTH.
         IF SERIAL-MONTH < 3
             ADD 12 TO SERIAL-MONTH
             SUBTRACT 1 FROM SERIAL-YEAR
         END-IF.
         COMPUTE SERIAL-MONTH-TERM = 153 * (SERIAL-MONTH - 3) + 2.
         DIVIDE SERIAL-MONTH-TERM BY 5
             GIVING ZELLER-MONTH-Q
             REMAINDER REMAINDER-WORK.
         DIVIDE SERIAL-YEAR BY 4
             GIVING ZELLER-CENTURY-Q4
             REMAINDER REMAINDER-WORK.
         DIVIDE SERIAL-YEAR BY 100
             GIVING ZELLER-CENTURY-Q100
             REMAINDER REMAINDER-WORK.
         DIVIDE SERIAL-YEAR BY 400
             GIVING ZELLER-CENTURY-Q400
             REMAINDER REMAINDER-WORK.
         COMPUTE DAY-SERIAL =
                 (365 * SERIAL-YEAR)
                 + ZELLER-CENTURY-Q4
                 - ZELLER-CENTURY-Q100
                 + ZELLER-CENTURY-Q400
                 + ZELLER-MONTH-Q
                 + CURS-DAY.

       ROLL-TO-NEXT-WORKING.
         MOVE BD-FROM-DATE TO CURSOR-DATE-NUM.
         MOVE ZERO TO GUARD-COUNT.
             END-IF
         END-IF.

       STEP-BACK-ONE-DAY.
         IF CURS-DAY > 1
             SUBTRACT 1 FROM CURS-DAY
         ELSE
             IF CURS-MONTH > 1
                 SUBTRACT 1 FROM CURS-MONTH
             ELSE
                 MOVE 12 TO CURS-MONTH
                 SUBTRACT 1 FROM CURS-YEAR
             END-IF
             PERFORM FIND-MONTH-END-DAY
             MOVE MONTH-END-DAY TO CURS-DAY
         END-IF.

       FIND-MONTH-END-DAY.
         IF CURS-MONTH = 4 OR CURS-MONTH = 6 OR
            CURS-MONTH = 9 OR CURS-MONTH = 11
