      * Shared traffic penalty-notice register record, keyed by the
      * issuing authority's notice number: the unit, the date and
      * time of the offence, the driver of record PENALTY found for
      * that moment and where it found them, the payment deadline,
      * and how the notice was settled - paid by the company, with
      * or without a payroll recovery, transferred to the driver,
      * or cancelled on appeal.  DRVSCORE counts each attributed
      * notice in the driver's risk score.
       01 PENALTY-NOTICE-REC.
          02 PNLT-NOTICE-NO        PIC X(10).
          02 PNLT-VEH-ID           PIC X(06).
          02 PNLT-OFFENCE-DATE     PIC 9(08).
          02 PNLT-OFFENCE-TIME     PIC 9(04).
          02 PNLT-TYPE             PIC X(01).
             88 PNLT-PARKING           VALUE "P".
             88 PNLT-SPEEDING          VALUE "S".
             88 PNLT-OTHER-OFFENCE     VALUE "O".
          02 PNLT-AMOUNT           PIC 9(05)V99.
          02 PNLT-DUE-DATE         PIC 9(08).
          02 PNLT-PERSON-ID        PIC 9(10).
      * T tracker trip, P paper trip sheet, L last trip before the
      * offence, A assignment master, R pool booking, N nominated
      * on the settlement card; spaces when nobody was found.
          02 PNLT-DRIVER-SOURCE    PIC X(01).
          02 PNLT-STATUS           PIC X(01).
             88 PNLT-OPEN              VALUE "O".
             88 PNLT-PAID              VALUE "P".
             88 PNLT-TRANSFERRED       VALUE "T".
             88 PNLT-CANCELLED         VALUE "C".
          02 PNLT-STATUS-DATE      PIC 9(08).
          02 PNLT-RECOVERY-SWITCH  PIC X(01).
             88 PNLT-RECOVERED         VALUE "Y".
