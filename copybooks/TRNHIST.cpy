      * Shared driver-training history record, keyed by person,
      * course and date: a completion ("C") carries the date the
      * training lapses - 99999999 for a course with no renewal -
      * and a referral ("R") raised by DRVSCORE carries the risk
      * score that triggered it.  A referral stands until a later
      * completion of the same course.
       01 TRAINING-HISTORY-REC.
          02 TRNH-KEY.
             03 TRNH-PERSON-ID     PIC 9(10).
             03 TRNH-COURSE-CODE   PIC X(06).
             03 TRNH-EVENT-DATE    PIC 9(08).
          02 TRNH-EVENT-TYPE       PIC X(01).
             88 TRNH-COMPLETED         VALUE "C".
             88 TRNH-REFERRED          VALUE "R".
          02 TRNH-EXPIRY-DATE      PIC 9(08).
          02 TRNH-RISK-SCORE       PIC 9(07).
