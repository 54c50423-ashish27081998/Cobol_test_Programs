      * Shared vehicle-disposal register record, keyed by vehicle:
      * how a unit left the fleet - sale date, buyer, proceeds and
      * method - against its final book value off the depreciation
      * schedule, the gain or loss that makes, and the replacement
      * call REPLSCOR last made on the unit, so a truck sold on a
      * "keep" call, or kept long past a "replace", shows up.  A
      * unit on this register is never depreciated again.
       01 VEHICLE-DISPOSAL-REC.
          02 DISP-VEH-ID           PIC X(06).
          02 DISP-SALE-DATE        PIC 9(08).
          02 DISP-BUYER            PIC X(25).
          02 DISP-METHOD           PIC X(01).
             88 DISP-BY-AUCTION        VALUE "A".
             88 DISP-BY-TRADE-IN       VALUE "T".
             88 DISP-BY-SCRAP          VALUE "S".
          02 DISP-PROCEEDS         PIC 9(07)V99.
          02 DISP-DEPOT            PIC X(03).
          02 DISP-CLASS            PIC X(02).
          02 DISP-ACQ-COST         PIC 9(07)V99.
          02 DISP-BOOK-VALUE       PIC 9(07)V99.
          02 DISP-BOOK-SOURCE      PIC X(01).
             88 DISP-BOOK-FROM-SCHEDULE VALUE "D".
             88 DISP-BOOK-FROM-LEDGER  VALUE "L".
             88 DISP-BOOK-AT-COST      VALUE "C".
          02 DISP-GAIN-LOSS        PIC S9(07)V99.
          02 DISP-REPL-CALL        PIC X(01).
             88 DISP-REPL-WAS-REPLACE  VALUE "R".
             88 DISP-REPL-WAS-KEEP     VALUE "K".
             88 DISP-REPL-NOT-SCORED   VALUE " ".
          02 DISP-REPL-SCORE       PIC S9(07).
          02 DISP-REPL-DATE        PIC 9(08).
          02 DISP-POSTED-DATE      PIC 9(08).
