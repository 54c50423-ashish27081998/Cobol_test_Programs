      * when a record is present and the pricing date falls inside
      * its effective window, its base overrides RATEM-BASE on the
      * rate master - the negotiated discount becomes a record
      * instead of a hand adjustment on every quote.  A discount
      * given for committed volume carries the commitment - distance
      * or net revenue over the effective window - whether a
      * shortfall is charged for, and the date the window was
      * settled against the invoice register.  The base is in the
      * currency the customer contracted in, recorded with it; a
      * blank currency is a home-currency contract.
       01 CONTRACT-RATE-REC.
          02 CRAT-KEY.
             03 CRAT-CUST-CODE     PIC X(06).
          02 CRAT-BASE             PIC S9(05)V99.
          02 CRAT-EFF-FROM         PIC 9(08).
          02 CRAT-EFF-TO           PIC 9(08).
          02 CRAT-COMMIT-TYPE      PIC X(01).
             88 CRAT-COMMIT-DISTANCE   VALUE "D".
             88 CRAT-COMMIT-REVENUE    VALUE "R".
          02 CRAT-COMMIT-QTY       PIC 9(09)V99.
          02 CRAT-SHORTFALL-FLAG   PIC X(01).
             88 CRAT-SHORTFALL-CHARGED VALUE "Y".
          02 CRAT-SETTLED-DATE     PIC 9(08).
          02 CRAT-CURRENCY         PIC X(03).
