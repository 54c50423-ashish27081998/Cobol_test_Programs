      * Shared benefits-enrollment status record tied to
      * PERSON-MASTER by person ID: the vendor's confirmation file
      * posts here, so the export loop the CSV opens is finally
      * closed by something machine-readable.  The plan the person
      * is enrolled in comes with the confirmation; a blank plan is
      * a waiver, and BENDEDN deducts nothing for it.
       01 PERSON-ENROLL-REC.
          02 PENR-PERSON-ID        PIC 9(10).
          02 PENR-ENROLL-STATUS    PIC X(10).
          02 PENR-CONF-DATE        PIC 9(08).
          02 PENR-PLAN-CODE        PIC X(04).
             88 PENR-WAIVED            VALUE SPACES.
