      * Shared posting-control register, keyed by posting program,
      * source file and period: a posting run records each source
      * it starts here, moves the count of source records posted
      * forward as it goes, and marks the source complete at the
      * end - so a rerun finds what has already gone in.  A
      * complete entry means the source is posted for the period;
      * an in-progress one means the run abended partway and a
      * rerun resumes after the records already counted.  The
      * period is the fiscal YYYYPP for a period run and the run
      * date for a nightly one.
       01 POSTING-CONTROL-REC.
          02 PCTL-KEY.
             03 PCTL-PROGRAM       PIC X(08).
             03 PCTL-SOURCE        PIC X(08).
             03 PCTL-PERIOD        PIC 9(08).
          02 PCTL-STATUS           PIC X(01).
             88 PCTL-IN-PROGRESS       VALUE "P".
             88 PCTL-COMPLETE          VALUE "C".
          02 PCTL-RECORDS-DONE     PIC 9(09).
          02 PCTL-STARTED-DATE     PIC 9(08).
          02 PCTL-STARTED-TIME     PIC 9(06).
          02 PCTL-COMPLETED-DATE   PIC 9(08).
          02 PCTL-COMPLETED-TIME   PIC 9(06).
