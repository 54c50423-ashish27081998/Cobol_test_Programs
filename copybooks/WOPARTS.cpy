          02 WPRT-QUANTITY         PIC 9(04).
          02 WPRT-EXTENDED-COST    PIC 9(07)V99.
          02 WPRT-ISSUE-DATE       PIC 9(08).
      * Unit's VEH-ODOMETER when the part went on, so repeat
      * replacements can be measured in miles as well as days.
      * Lines written before it was carried read as spaces.
          02 WPRT-ODOMETER         PIC 9(06).
