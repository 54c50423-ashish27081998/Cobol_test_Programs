      * Shared receipts-journal record: one line per payment the
      * cash posting run applies to an invoice, carrying the date
      * the customer paid, the bank reference from the remittance
      * and the amount applied - the statement's recent payments
      * and any later bank matching read this, not the one-shot
      * remittance file.
       01 AR-RECEIPT-REC.
          02 ARR-POST-DATE         PIC 9(08).
          02 ARR-PAY-DATE          PIC 9(08).
          02 ARR-CUST-CODE         PIC X(06).
          02 ARR-INV-NUMBER        PIC 9(08).
          02 ARR-AMOUNT            PIC S9(09)V99.
          02 ARR-REFERENCE         PIC X(12).
