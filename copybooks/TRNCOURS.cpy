      * Shared driver-training course catalogue record, keyed by
      * course code: how many months a completion stays good before
      * it must be renewed (zero - it never lapses), the vehicle
      * class the course is mandatory for (blank - mandatory for
      * every driver, when the course is mandatory at all), and
      * whether DRVSCORE refers high-risk drivers to it.
       01 TRAINING-COURSE-REC.
          02 TCRS-COURSE-CODE      PIC X(06).
          02 TCRS-DESCRIPTION      PIC X(30).
          02 TCRS-RENEWAL-MONTHS   PIC 9(03).
          02 TCRS-VEH-CLASS        PIC X(02).
          02 TCRS-MANDATORY-FLAG   PIC X(01).
             88 TCRS-MANDATORY         VALUE "Y".
          02 TCRS-REFERRAL-FLAG    PIC X(01).
             88 TCRS-RISK-REFERRAL     VALUE "Y".
