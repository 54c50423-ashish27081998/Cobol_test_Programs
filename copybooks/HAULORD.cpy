      * Shared haulage order transaction: keyed in by dispatch, or
      * generated by the quotation run when a quote is won, in which
      * case HORD-QUOTE-NUMBER points back at the quote register so
      * the invoice run can honour the quoted rate.  Origin and
      * destination site codes, when present, let the invoice run
      * take the distance from the lane table.  HORD-ORDER-REF is
      * the delivery reference the proof of delivery comes back
      * against; the order waits on the pending-order file until it
      * does, and only then is released to the invoice run.  A
      * shortfall-charge order from the commitment run has no haul
      * behind it: it bills HORD-CHARGE-AMOUNT and needs no POD.
      * The depot that works the order and the class of unit it
      * needs are for the dispatch planning run; left blank they
      * are taken from the vehicle named on the order.  An order
      * handed to an outside carrier when the fleet is full carries
      * the subcontract flag, the carrier and the cost agreed with
      * it; it needs no fleet vehicle and is not dispatch planned.
       01  HAULAGE-ORDER-REC.
           02 HORD-CUST-CODE           PIC X(06).
           02 HORD-VEH-ID              PIC X(06).
           02 HORD-PRODUCT-CODE        PIC X(05).
           02 HORD-DISTANCE            PIC 9(06).
           02 HORD-ORDER-DATE          PIC 9(08).
           02 HORD-QUOTE-NUMBER        PIC 9(08).
           02 HORD-ORIGIN-SITE         PIC X(06).
           02 HORD-DEST-SITE           PIC X(06).
           02 HORD-ORDER-REF           PIC X(10).
           02 HORD-ORDER-TYPE          PIC X(01).
              88 HORD-IS-SHORTFALL          VALUE "S".
           02 HORD-CHARGE-AMOUNT       PIC 9(09)V99.
           02 HORD-DEPOT               PIC X(03).
           02 HORD-VEH-CLASS           PIC X(02).
           02 HORD-SUBCONTRACT         PIC X(01).
              88 HORD-IS-SUBCONTRACTED      VALUE "Y".
           02 HORD-CARRIER-CODE        PIC X(06).
           02 HORD-CARRIER-COST        PIC 9(07)V99.
