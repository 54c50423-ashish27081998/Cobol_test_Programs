      * chargeback per assigned driver and vehicle, produced by the
      * chargeback run from the logged-versus-metered gap and
      * carried into the payroll bureau feed under its own record
      * type - unbilled personal use is free fuel.  PENALTY adds a
      * record with no miles for each traffic fine the company paid
      * and recovers from the driver.  BENDEDN adds one a month for
      * each enrolled person's share of the benefit premium, with
      * no miles and the plan and coverage tier in the unit field.
      * All three add to the feed and PAYXTRCT empties it once the
      * bureau file is written, so each deduction is sent once.
       01 PAY-DEDUCTION-REC.
          02 PDED-PERSON-ID        PIC 9(10).
          02 PDED-VEH-ID           PIC X(06).
