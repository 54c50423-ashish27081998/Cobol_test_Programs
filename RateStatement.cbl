      *new base, delta, date and run-by, and verifies the chain -
      *each record's HIST-OLD-BASE must equal the previous record's
      *HIST-NEW-BASE, and a gap means an off-the-books rate change.
      *This is the evidence audit asked for at year end.  Changes
      *to a product's distance-band tiers carry their band on the
      *trail and are left out of the list-base chain.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            05 HIST-NEW-BASE              PIC S9(05)V99.
            05 HIST-DELTA                 PIC S9(05)V99.
            05 HIST-RUN-ID                PIC X(14).
            05 HIST-TIER-UPTO             PIC X(06).

        FD  STATEMENT-OUT-FILE.
        01  STATEMENT-OUT-REC            PIC X(100).
                        AT END MOVE "Y" TO HISTORY-EOF-SWITCH
                    END-READ
                    PERFORM UNTIL HISTORY-EOF
                        IF HIST-PRODUCT-CODE = STRQ-PRODUCT-CODE AND
                           HIST-TIER-UPTO = SPACES
                            PERFORM LIST-ONE-HISTORY-ENTRY
                        END-IF
                        READ BASE-HISTORY-FILE
