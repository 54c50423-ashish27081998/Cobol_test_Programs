      * Parameter block for the shared TRAINCHK subprogram: callers
      * set the driver, the vehicle class and the date to test, and
      * get back whether a course mandatory for that class has
      * lapsed, and whether one has never been taken at all, with
      * the course and the date it lapsed on.
       01 TRAINING-CHECK-PARMS.
          02 TCK-PERSON-ID         PIC 9(10).
          02 TCK-VEH-CLASS         PIC X(02).
          02 TCK-AS-OF-DATE        PIC 9(08).
          02 TCK-LAPSED-FLAG       PIC X(01).
             88 TCK-TRAINING-LAPSED    VALUE "Y".
          02 TCK-NEVER-FLAG        PIC X(01).
             88 TCK-NEVER-TRAINED      VALUE "Y".
          02 TCK-COURSE-CODE       PIC X(06).
          02 TCK-EXPIRY-DATE       PIC 9(08).
