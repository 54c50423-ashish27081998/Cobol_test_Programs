      * Shared benefits premium record, keyed by plan code (REFCODES
      * type BENPLAN) plus coverage tier - employee only, employee
      * plus one, or family, the tier following the dependants on
      * PERSDEPB.  The monthly premium is what the vendor bills for
      * the cover; the employee share of it is what payroll deducts.
       01 BENEFIT-PREMIUM-REC.
          02 BPRM-KEY.
             03 BPRM-PLAN-CODE     PIC X(04).
             03 BPRM-TIER          PIC X(01).
                88 BPRM-EMPLOYEE-ONLY  VALUE "E".
                88 BPRM-PLUS-ONE       VALUE "P".
                88 BPRM-FAMILY         VALUE "F".
                88 BPRM-TIER-VALID     VALUE "E" "P" "F".
          02 BPRM-MONTHLY-PREMIUM  PIC 9(05)V99.
          02 BPRM-EMPLOYEE-SHARE   PIC 9(05)V99.
