      * Shared parts purchase-order line record, keyed by PO number
      * plus line: one vendor per PO, one part per line, with what
      * was ordered, what has come in against it so far and the
      * agreed unit cost.  PARTSPO raises, receives and cancels the
      * lines; the quantity still outstanding on every open line is
      * also carried on the part as PART-ON-ORDER, so the reorder
      * report does not suggest a part that is already coming.
       01 PURCHASE-ORDER-REC.
          02 PO-KEY.
             03 PO-NUMBER          PIC 9(08).
             03 PO-LINE            PIC 9(03).
          02 PO-VENDOR-CODE        PIC X(06).
          02 PO-PART-NUMBER        PIC X(08).
          02 PO-ORDER-DATE         PIC 9(08).
          02 PO-QTY-ORDERED        PIC 9(05).
          02 PO-QTY-RECEIVED       PIC 9(05).
          02 PO-UNIT-COST          PIC 9(05)V99.
          02 PO-LAST-RECEIPT-DATE  PIC 9(08).
          02 PO-STATUS             PIC X(01).
             88 PO-IS-OPEN             VALUE "O".
             88 PO-IS-RECEIVED         VALUE "R".
             88 PO-IS-CANCELLED        VALUE "X".
