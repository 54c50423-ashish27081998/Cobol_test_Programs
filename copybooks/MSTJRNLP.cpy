      * Parameter block for the shared MSTJRNL master change-journal
      * subprogram.  A program that writes or rewrites a record on
      * the vehicle, work-order or customer master calls it once
      * for that record, with MJ-MASTER the master's DDNAME, MJ-KEY
      * the record key, MJ-TRANS-TYPE what was done to it, MJ-PROGRAM
      * its own name, the operator and run ID it is running under,
      * and the record images before and after the change - the
      * before image spaces for an add.  A blank operator journals
      * as "BATCH" and a blank run ID takes the one MSTJRNL stamps
      * on its first call, so every entry from one run still pairs
      * up.  MJ-RESULT "F" means the entry could not be written.
       01 MASTER-JOURNAL-PARMS.
          02 MJ-MASTER             PIC X(08).
          02 MJ-KEY                PIC X(12).
          02 MJ-TRANS-TYPE         PIC X(08).
          02 MJ-PROGRAM            PIC X(08).
          02 MJ-OPERATOR           PIC X(08).
          02 MJ-RUN-ID             PIC X(14).
          02 MJ-BEFORE-IMAGE       PIC X(80).
          02 MJ-AFTER-IMAGE        PIC X(80).
          02 MJ-RESULT             PIC X(01).
             88 MJ-JOURNALLED          VALUE "Y".
             88 MJ-JOURNAL-FAILED      VALUE "F".
