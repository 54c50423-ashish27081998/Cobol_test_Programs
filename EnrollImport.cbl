      *the cycle closes the report lists every active person on the
      *master with no confirmation - the actual list HR chases.
      *Closing the loop is the point of the CSV export, and until
      *now the loop was open.  Each confirmation also names the
      *benefit plan the person enrolled in, which BENDEDN prices.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            02 CONF-PERSON-ID            PIC 9(10).
            02 CONF-ENROLL-STATUS        PIC X(10).
            02 CONF-DATE                 PIC 9(08).
            02 CONF-PLAN-CODE            PIC X(04).

        FD  PERSON-MASTER-FILE.
            COPY PERSMAST.
                    MOVE CONF-PERSON-ID     TO PENR-PERSON-ID
                    MOVE CONF-ENROLL-STATUS TO PENR-ENROLL-STATUS
                    MOVE CONF-DATE          TO PENR-CONF-DATE
                    MOVE CONF-PLAN-CODE     TO PENR-PLAN-CODE
                    IF ENROLL-FOUND
                        REWRITE PERSON-ENROLL-REC
                    ELSE
