      * haulage invoicing run produces, so billing history survives
      * on file after the downstream billing system is retired and
      * the month's invoicing can be re-listed or audited from the
      * register instead of from paper copies.  A credit note takes
      * its own number from the same sequence, carries a negative
      * INV-AMOUNT, the original invoice number it corrects and a
      * CRREASON reason code; a re-bill is an ordinary invoice that
      * also points back at the invoice it replaces.  An invoice
      * raised from a won quote carries the quote number.  INV-AMOUNT
      * is the gross the customer owes; the net, the sales tax and
      * the tax code it was charged under are carried alongside.
      * A shortfall charge billed under a volume commitment is its
      * own type: revenue, but no haul behind it.  Rate and amounts
      * are in the currency the customer is billed in; the register
      * also holds the exchange rate used on the invoice date and
      * the home-currency equivalent of the gross, so home-currency
      * reporting never has to re-convert.  A blank currency is a
      * home-currency invoice from before currencies were carried.
       01 INVOICE-REGISTER-REC.
          02 INV-NUMBER            PIC 9(08).
          02 INV-DATE              PIC 9(08).
          02 INV-DISTANCE          PIC 9(06).
          02 INV-RATE              PIC S9(05)V99.
          02 INV-AMOUNT            PIC S9(09)V99.
          02 INV-TYPE              PIC X(01).
             88 INV-IS-INVOICE         VALUE "I" " ".
             88 INV-IS-CREDIT          VALUE "C".
             88 INV-IS-REBILL          VALUE "R".
             88 INV-IS-SHORTFALL       VALUE "S".
          02 INV-ORIG-NUMBER       PIC 9(08).
          02 INV-REASON-CODE       PIC X(04).
          02 INV-QUOTE-NUMBER      PIC 9(08).
          02 INV-NET-AMOUNT        PIC S9(09)V99.
          02 INV-TAX-AMOUNT        PIC S9(09)V99.
          02 INV-TAX-CODE          PIC X(02).
          02 INV-CURRENCY          PIC X(03).
          02 INV-EXCH-RATE         PIC 9(03)V9(06).
          02 INV-HOME-AMOUNT       PIC S9(09)V99.
