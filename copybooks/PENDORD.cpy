      * Shared pending-order record, keyed by the order's delivery
      * reference: every captured haulage order waits here until its
      * proof of delivery arrives - date, who signed for it, and
      * whether it arrived clean or damaged - and is only then
      * released to the invoice run, which stamps the invoice number
      * back on it.  Disputes of the "we never received it" kind now
      * have a signature behind every invoice.  A shortfall charge
      * has nothing to deliver and goes straight to delivered.
       01 PENDING-ORDER-REC.
          02 PEND-ORDER-REF        PIC X(10).
          02 PEND-STATUS           PIC X(01).
             88 PEND-AWAITING-POD      VALUE "P".
             88 PEND-DELIVERED         VALUE "D".
             88 PEND-INVOICED          VALUE "I".
          02 PEND-CAPTURE-DATE     PIC 9(08).
          02 PEND-CUST-CODE        PIC X(06).
          02 PEND-VEH-ID           PIC X(06).
          02 PEND-PRODUCT-CODE     PIC X(05).
          02 PEND-DISTANCE         PIC 9(06).
          02 PEND-ORDER-DATE       PIC 9(08).
          02 PEND-QUOTE-NUMBER     PIC 9(08).
          02 PEND-ORIGIN-SITE      PIC X(06).
          02 PEND-DEST-SITE        PIC X(06).
          02 PEND-POD-DATE         PIC 9(08).
          02 PEND-RECEIVER-NAME    PIC X(25).
          02 PEND-POD-CONDITION    PIC X(01).
             88 PEND-ARRIVED-CLEAN     VALUE "C".
             88 PEND-ARRIVED-DAMAGED   VALUE "D".
          02 PEND-INV-NUMBER       PIC 9(08).
          02 PEND-INV-DATE         PIC 9(08).
          02 PEND-ORDER-TYPE       PIC X(01).
             88 PEND-IS-SHORTFALL      VALUE "S".
          02 PEND-CHARGE-AMOUNT    PIC 9(09)V99.
      * Dispatch planning: the depot and unit class the order needs,
      * and once DSPPLAN has planned the order day, whether it was
      * covered - PEND-VEH-ID is then the unit allocated and
      * PEND-DRIVER-ID the rostered driver - or left short.
          02 PEND-DEPOT            PIC X(03).
          02 PEND-VEH-CLASS        PIC X(02).
          02 PEND-DISPATCH-STATUS  PIC X(01).
             88 PEND-DISPATCHED        VALUE "A".
             88 PEND-NOT-COVERED       VALUE "U".
          02 PEND-DRIVER-ID        PIC 9(10).
      * Subcontracted haulage: the outside carrier that worked the
      * order and the cost agreed with it, and once CARRMTCH has
      * matched the carrier's invoice against the order, that
      * invoice's number, amount and date, the day it matched and
      * the day it falls due under the carrier's terms.
          02 PEND-SUBCONTRACT      PIC X(01).
             88 PEND-IS-SUBCONTRACTED  VALUE "Y".
          02 PEND-CARRIER-CODE     PIC X(06).
          02 PEND-CARRIER-COST     PIC 9(07)V99.
          02 PEND-CARR-INV-NUMBER  PIC X(12).
          02 PEND-CARR-INV-AMOUNT  PIC 9(07)V99.
          02 PEND-CARR-INV-DATE    PIC 9(08).
          02 PEND-CARR-MATCH-DATE  PIC 9(08).
          02 PEND-CARR-DUE-DATE    PIC 9(08).
