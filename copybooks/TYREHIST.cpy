      * Shared tyre history record: one line per tyre event - new
      * into store, fitted, removed, tread reading - with the unit,
      * the wheel position and the odometer at the time, and on a
      * removal the miles that fitment ran.  The tyre master holds
      * where a tyre is now; this file holds where it has been.
       01 TYRE-HISTORY-REC.
          02 TYHS-SERIAL           PIC X(12).
          02 TYHS-EVENT            PIC X(01).
             88 TYHS-IS-NEW            VALUE "N".
             88 TYHS-IS-FIT            VALUE "F".
             88 TYHS-IS-REMOVAL        VALUE "R".
             88 TYHS-IS-TREAD          VALUE "T".
          02 TYHS-DATE             PIC 9(08).
          02 TYHS-VEH-ID           PIC X(06).
          02 TYHS-POSITION         PIC X(03).
          02 TYHS-ODOMETER         PIC 9(06).
          02 TYHS-TREAD            PIC 9(02)V9.
          02 TYHS-MILES            PIC 9(07).
