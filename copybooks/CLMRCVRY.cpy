      * Shared insurance-recovery feed record: one line per insurer
      * payment CLAIMREG nets off the repair cost of the work orders
      * linked to a claim, posted by VEHLPOST against the vehicle's
      * maintenance cost on the ledger.
       01 CLAIM-RECOVERY-REC.
          02 CRCV-VEH-ID           PIC X(06).
          02 CRCV-INCD-DATE        PIC 9(08).
          02 CRCV-CLAIM-NO         PIC X(12).
          02 CRCV-DATE             PIC 9(08).
          02 CRCV-AMOUNT           PIC 9(07)V99.
