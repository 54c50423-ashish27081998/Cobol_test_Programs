      * Shared unapplied-cash record: money received that the cash
      * posting run could not put against an open invoice - unknown
      * invoice, wrong customer, already paid, or the excess of an
      * overpayment - held here with its reason until credit control
      * works out whose it is.  Cash we cannot match is still cash.
       01 UNAPPLIED-CASH-REC.
          02 UNAP-POST-DATE        PIC 9(08).
          02 UNAP-PAY-DATE         PIC 9(08).
          02 UNAP-CUST-CODE        PIC X(06).
          02 UNAP-INV-NUMBER       PIC 9(08).
          02 UNAP-AMOUNT           PIC S9(09)V99.
          02 UNAP-REFERENCE        PIC X(12).
          02 UNAP-REASON           PIC X(30).
