      * Shared fuel-card suspension-candidate record: one line per
      * card the fraud screening caught on repeated suspicious
      * fills in one run, with the hits and the total score, for
      * the card desk to act on through FCRDMNT.
       01 FRAUD-CARD-REC.
          02 FRDC-CARD-NUMBER      PIC X(10).
          02 FRDC-VEH-ID           PIC X(06).
          02 FRDC-HITS             PIC 9(03).
          02 FRDC-SCORE            PIC 9(05).
          02 FRDC-RUN-DATE         PIC 9(08).
