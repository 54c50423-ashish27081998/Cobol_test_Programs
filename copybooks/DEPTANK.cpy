      * Shared depot bulk-fuel tank record, keyed by depot and tank
      * number: the tank's capacity, the book stock the last
      * reconciliation left it at, and the date and variance of the
      * last dip reading - TANKRECN rolls the book forward each day.
       01 DEPOT-TANK-REC.
          02 DTNK-KEY.
             03 DTNK-DEPOT         PIC X(03).
             03 DTNK-TANK-NO       PIC 9(02).
          02 DTNK-CAPACITY         PIC 9(06).
          02 DTNK-BOOK-STOCK       PIC 9(06)V9.
          02 DTNK-LAST-DIP-DATE    PIC 9(08).
          02 DTNK-LAST-VARIANCE    PIC S9(06)V9.
