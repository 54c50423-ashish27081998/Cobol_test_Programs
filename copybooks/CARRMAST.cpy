      * Shared outside-carrier master record, keyed by carrier code:
      * the carrier a subcontracted haulage order is handed to must
      * be on this file before CARRMTCH will match its invoices, and
      * the margin report prints the carrier's name instead of a
      * bare code.  CARR-TERMS-DAYS is how many days after its
      * invoice date a matched carrier invoice falls due; zero takes
      * the shop's standard terms.
       01 CARRIER-MASTER-REC.
          02 CARR-CODE             PIC X(06).
          02 CARR-NAME             PIC X(25).
          02 CARR-TERMS-DAYS       PIC 9(03).
