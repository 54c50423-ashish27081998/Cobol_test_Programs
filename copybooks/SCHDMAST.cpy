      * Shared nightly batch schedule master, keyed by program ID:
      * what should run, how often, when and after what.  The
      * frequency says which batch dates the job is due on - every
      * night, business days only by the BUSDAY shop calendar, the
      * last day of the month, or the last day of a quarter.  The
      * window is the earliest and latest start as HHMM; the night
      * runs from noon to noon, so a window may open in the evening
      * before the batch date and close after midnight.  Up to four
      * predecessors must finish before the job starts.  A suspended
      * job stays on the master but is not expected.
       01 BATCH-SCHEDULE-REC.
          02 SCHD-PROGRAM          PIC X(08).
          02 SCHD-DESCRIPTION      PIC X(30).
          02 SCHD-FREQUENCY        PIC X(01).
             88 SCHD-NIGHTLY           VALUE "N".
             88 SCHD-BUSINESS-DAYS     VALUE "B".
             88 SCHD-MONTH-END         VALUE "M".
             88 SCHD-QUARTER-END       VALUE "Q".
             88 SCHD-FREQUENCY-VALID   VALUE "N" "B" "M" "Q".
          02 SCHD-WINDOW.
             03 SCHD-WINDOW-START  PIC 9(04).
             03 SCHD-WINDOW-END    PIC 9(04).
          02 SCHD-PREDECESSORS.
             03 SCHD-PREDECESSOR   PIC X(08) OCCURS 4 TIMES.
          02 SCHD-STATUS           PIC X(01).
             88 SCHD-ACTIVE            VALUE "A".
             88 SCHD-SUSPENDED         VALUE "S".
