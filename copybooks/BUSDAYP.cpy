      * to the next working day - itself, when it already is one -
      * into BD-RESULT-DATE.  Weekends come from the day of week,
      * holidays and working-weekend overrides from the shop
      * calendar master.  Function "C" counts plain calendar days
      * from BD-FROM-DATE to BD-TO-DATE into BD-CALENDAR-DAYS
      * (negative when the to-date is earlier), and function "A"
      * adds BD-ADD-DAYS calendar days - either sign - to
      * BD-FROM-DATE into BD-RESULT-DATE, so debtor aging and
      * rolling windows stop hand-rolling month lengths.  Function
      * "B" returns in BD-RESULT-DATE the batch date of the night in
      * progress off the system clock: the night runs noon to noon
      * and is dated by the morning it ends on, so today before
      * noon and tomorrow from noon on.
       01 BUSDAY-PARMS.
          02 BD-FUNCTION           PIC X(01).
             88 BD-COUNT-DAYS          VALUE "D".
             88 BD-NEXT-WORKING        VALUE "N".
             88 BD-COUNT-CALENDAR      VALUE "C".
             88 BD-ADD-CALENDAR        VALUE "A".
             88 BD-BATCH-DATE          VALUE "B".
          02 BD-FROM-DATE          PIC 9(08).
          02 BD-TO-DATE            PIC 9(08).
          02 BD-RESULT-DATE        PIC 9(08).
          02 BD-BUSINESS-DAYS      PIC S9(05).
          02 BD-CALENDAR-DAYS      PIC S9(07).
          02 BD-ADD-DAYS           PIC S9(05).
