      * Shared stock-adjustment record: one per part whose count
      * posted a variance to PARTMAST, valued at the part's unit
      * cost on the day it posted.  A negative variance is stock
      * lost; GLEXTRCT posts the net of the period's adjustments as
      * the parts write-off.
       01 STOCK-ADJUST-REC.
          02 SADJ-PART-NUMBER      PIC X(08).
          02 SADJ-POST-DATE        PIC 9(08).
          02 SADJ-BOOK-QTY         PIC 9(05).
          02 SADJ-COUNTED-QTY      PIC 9(05).
          02 SADJ-VARIANCE-QTY     PIC S9(05).
          02 SADJ-UNIT-COST        PIC 9(05)V99.
          02 SADJ-VARIANCE-VALUE   PIC S9(09)V99.
          02 SADJ-APPROVER         PIC X(08).
