      * by part number: description, on-hand quantity, the minimum
      * the parts room wants to hold, and the unit cost the issue
      * lines are priced at - so stock on the shelf is a file every
      * program can read instead of a clipboard count.  The unit
      * cost is a weighted average, moved by each goods receipt
      * against a purchase order, and PART-ON-ORDER is the quantity
      * still outstanding on open purchase-order lines.
       01 PARTS-MASTER-REC.
          02 PART-NUMBER           PIC X(08).
          02 PART-DESCRIPTION      PIC X(25).
          02 PART-ON-HAND          PIC 9(05).
          02 PART-MINIMUM          PIC 9(05).
          02 PART-UNIT-COST        PIC 9(05)V99.
          02 PART-ON-ORDER         PIC 9(05).
