      * Shared operator master record, keyed by operator ID: the
      * sign-on password and a per-function authority byte for each
      * guarded function - person entry, name changes, decommissions,
      * rate reversals, opening and closing fiscal periods,
      * approving expense claims, approving another operator's
      * parameter, code and contract-rate changes - so the operator
      * allowed to post reversals is no longer indistinguishable
      * from the trainee printing reports.  Segregation of duties
      * is the first thing the next audit will ask about.  The
      * grants are recertified quarterly by OPRCERT against the
      * PERSON-MASTER record of the person behind each sign-on.
       01 OPERATOR-MASTER-REC.
          02 OPRM-OPERATOR-ID      PIC X(08).
          02 OPRM-PASSWORD         PIC X(08).
          02 OPRM-AUTHORITIES.
             03 OPRM-AUTH-PERSON      PIC X(01).
                88 OPRM-MAY-ENTER-PERSONS  VALUE "Y".
             03 OPRM-AUTH-NAMECHG     PIC X(01).
                88 OPRM-MAY-CHANGE-NAMES   VALUE "Y".
             03 OPRM-AUTH-DECOMM      PIC X(01).
                88 OPRM-MAY-DECOMMISSION   VALUE "Y".
             03 OPRM-AUTH-REVERSAL    PIC X(01).
                88 OPRM-MAY-REVERSE        VALUE "Y".
             03 OPRM-AUTH-PERIOD      PIC X(01).
                88 OPRM-MAY-CLOSE-PERIODS  VALUE "Y".
             03 OPRM-AUTH-EXPENSE     PIC X(01).
                88 OPRM-MAY-APPROVE-EXPENSE VALUE "Y".
             03 OPRM-AUTH-CHANGE      PIC X(01).
                88 OPRM-MAY-APPROVE-CHANGE VALUE "Y".
      * The same bytes, in the order above, for programs that review
      * every authority alike.
          02 OPRM-AUTHORITY-TABLE REDEFINES OPRM-AUTHORITIES.
             03 OPRM-AUTH-BYTE        PIC X(01) OCCURS 7 TIMES.
      * The person the sign-on belongs to, for the quarterly
      * recertification; zero when never linked.
          02 OPRM-PERSON-ID        PIC 9(10).
