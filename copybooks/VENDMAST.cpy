      * Shared outside-garage vendor master record, keyed by vendor
      * code: the code the work-order completion carries must be on
      * this file, and the monthly invoice match prints the vendor's
      * name instead of a bare code.  VEND-TERMS-DAYS is how many
      * days after its invoice date an approved invoice falls due;
      * zero takes the shop's standard terms.
       01 VENDOR-MASTER-REC.
          02 VEND-CODE             PIC X(06).
          02 VEND-NAME             PIC X(25).
          02 VEND-TERMS-DAYS       PIC 9(03).
