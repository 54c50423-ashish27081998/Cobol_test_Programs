      * Shared receivables open-item record, keyed by invoice number
      * with the customer code as a duplicate alternate key: every
      * invoice on the register is picked up here by the cash
      * posting run and carries what has been paid against it, so
      * "what does this customer owe us" is a keyed read instead of
      * finance's chasing spreadsheet.  Credit notes are carried
      * under their own number with status C and reduce the
      * invoice they correct through ARL-CREDIT-AMOUNT.
       01 AR-LEDGER-REC.
          02 ARL-INV-NUMBER        PIC 9(08).
          02 ARL-CUST-CODE         PIC X(06).
          02 ARL-INV-DATE          PIC 9(08).
          02 ARL-INV-AMOUNT        PIC S9(09)V99.
          02 ARL-PAID-AMOUNT       PIC S9(09)V99.
          02 ARL-LAST-PAY-DATE     PIC 9(08).
          02 ARL-STATUS            PIC X(01).
             88 ARL-IS-OPEN            VALUE "O".
             88 ARL-IS-PAID            VALUE "P".
             88 ARL-IS-CREDIT-NOTE     VALUE "C".
          02 ARL-CREDIT-AMOUNT     PIC S9(09)V99.
