      * Parameter block for the shared FISCPER fiscal-period
      * subprogram: callers fill in FP-DATE and get back the fiscal
      * year, quarter and period that hold it, the period as one
      * YYYYPP number for stamping ledgers and extracts, and the
      * period's first and last dates.  FP-SOURCE says where the
      * answer came from - "F" the fiscal calendar master, "C" the
      * plain calendar month when no fiscal period covers the date.
      * FP-PERIOD-STATUS is the period's close status from the
      * period-status file - "O" open, "G" closing, "C" closed -
      * so a posting program can refuse a closed period with the
      * same call that found it.  Function "S" skips the date and
      * returns only the status of the period already in
      * FP-YEAR-PERIOD, for files stamped with a period rather than
      * a date; any other function is the date lookup.
       01 FISCAL-PERIOD-PARMS.
          02 FP-FUNCTION           PIC X(01).
             88 FP-DATE-LOOKUP         VALUE "D".
             88 FP-STATUS-ONLY         VALUE "S".
          02 FP-DATE               PIC 9(08).
          02 FP-FISCAL-YEAR        PIC 9(04).
          02 FP-QUARTER            PIC 9(01).
          02 FP-PERIOD             PIC 9(02).
          02 FP-YEAR-PERIOD        PIC 9(06).
          02 FP-PERIOD-START       PIC 9(08).
          02 FP-PERIOD-END         PIC 9(08).
          02 FP-SOURCE             PIC X(01).
             88 FP-FROM-FISCAL         VALUE "F".
             88 FP-FROM-CALENDAR       VALUE "C".
          02 FP-PERIOD-STATUS      PIC X(01).
             88 FP-PERIOD-OPEN         VALUE "O".
             88 FP-PERIOD-CLOSING      VALUE "G".
             88 FP-PERIOD-CLOSED       VALUE "C".
