      * Shared pay-history record: one per person per effective
      * date, so the rate anyone was paid on any day is the latest
      * record dated on or before it.  Maintained by PAYHIST with
      * every change journalled to PAYJRNL; PAYXTRCT sends the rate
      * in force for the pay period to the bureau.  Rate is per
      * hour for hourly staff, per year for salaried.
       01 PAY-HISTORY-REC.
          02 PAYH-KEY.
             03 PAYH-PERSON-ID     PIC 9(10).
             03 PAYH-EFF-DATE      PIC 9(08).
          02 PAYH-PAY-BASIS        PIC X(01).
             88 PAYH-HOURLY            VALUE "H".
             88 PAYH-SALARIED          VALUE "S".
             88 PAYH-BASIS-VALID       VALUE "H" "S".
          02 PAYH-RATE             PIC 9(07)V99.
          02 PAYH-GRADE            PIC X(03).
          02 PAYH-REASON           PIC X(04).
          02 PAYH-ENTERED-DATE     PIC 9(08).
