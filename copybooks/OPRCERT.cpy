      * Operator access recertification record, keyed by review
      * quarter and operator ID: the authorities an operator held
      * when the quarter's review opened, the department whose
      * manager must confirm them and the day they must do it by,
      * and what the manager decided.  Status "P" awaiting review,
      * "C" reviewed - the bytes kept are in OPRC-KEPT, any others
      * were withdrawn - and "X" not reviewed by the deadline, every
      * authority withdrawn.
       01 OPERATOR-RECERT-REC.
          02 OPRC-KEY.
             03 OPRC-QUARTER.
                04 OPRC-YEAR       PIC 9(04).
                04 OPRC-QTR        PIC 9(01).
             03 OPRC-OPERATOR-ID   PIC X(08).
          02 OPRC-PERSON-ID        PIC 9(10).
          02 OPRC-DEPT             PIC X(04).
          02 OPRC-HELD             PIC X(07).
          02 OPRC-DEADLINE         PIC 9(08).
          02 OPRC-STATUS           PIC X(01).
             88 OPRC-AWAITING          VALUE "P".
             88 OPRC-CONFIRMED         VALUE "C".
             88 OPRC-EXPIRED           VALUE "X".
          02 OPRC-REVIEWER-ID      PIC X(08).
          02 OPRC-REVIEW-DATE      PIC 9(08).
          02 OPRC-KEPT             PIC X(07).
