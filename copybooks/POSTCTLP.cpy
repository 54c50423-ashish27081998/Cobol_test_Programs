      * Parameter block for the shared POSTCTL posting-control
      * subprogram.  Callers fill in PC-PROGRAM, PC-SOURCE (the
      * source file's DDNAME) and PC-PERIOD, then:
      *   "Q" queries the entry without changing it;
      *   "B" begins the source - a new entry is written in
      *       progress at zero records;
      *   "K" checkpoints PC-RECORDS-DONE onto the entry;
      *   "E" marks the entry complete at PC-RECORDS-DONE.
      * PC-RESULT from "Q" and "B" says what was on the register -
      * "N" nothing, "R" in progress (a restart - PC-RECORDS-DONE
      * is how far the abended run got), "A" already posted - and
      * "F" from any function means the register could not be
      * read or written, so the caller must not post unprotected.
       01 POSTING-CONTROL-PARMS.
          02 PC-FUNCTION           PIC X(01).
             88 PC-QUERY               VALUE "Q".
             88 PC-BEGIN               VALUE "B".
             88 PC-CHECKPOINT          VALUE "K".
             88 PC-END                 VALUE "E".
          02 PC-PROGRAM            PIC X(08).
          02 PC-SOURCE             PIC X(08).
          02 PC-PERIOD             PIC 9(08).
          02 PC-RECORDS-DONE       PIC 9(09).
          02 PC-RESULT             PIC X(01).
             88 PC-NOT-STARTED         VALUE "N".
             88 PC-RESTART             VALUE "R".
             88 PC-ALREADY-POSTED      VALUE "A".
             88 PC-CONTROL-FAILED      VALUE "F".
