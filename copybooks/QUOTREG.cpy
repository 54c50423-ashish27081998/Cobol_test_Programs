      * quote priced from the live rate master lands here with its
      * date and amount, and the won/lost disposition posts back
      * against it - so the shop finally learns which quotes it
      * loses, not just which it wins.  The quoted rate is kept so
      * a won quote's invoice can be billed at it while the quote is
      * still valid, and QUO-ORDER-DATE records when the won quote
      * was turned into a haulage order.  The lane's site codes are
      * carried through to the order the quote becomes.  Rate and
      * amount are in the customer's currency, recorded with them.
       01 QUOTE-REGISTER-REC.
          02 QUO-NUMBER            PIC 9(08).
          02 QUO-DATE              PIC 9(08).
             88 QUO-IS-OPEN            VALUE "O".
             88 QUO-IS-WON             VALUE "W".
             88 QUO-IS-LOST            VALUE "L".
          02 QUO-RATE              PIC S9(05)V99.
          02 QUO-ORDER-DATE        PIC 9(08).
          02 QUO-ORIGIN-SITE       PIC X(06).
          02 QUO-DEST-SITE         PIC X(06).
          02 QUO-CURRENCY          PIC X(03).
