      * Shared charging-session feed record for the electric units,
      * one line per session from the depot chargers and the public
      * networks - the kWh and dollars an electric unit draws in
      * place of a fuel-card fill, so the efficiency, spend, ledger
      * and GL runs all read the same layout.
       01 CHARGE-SESSION-REC.
          02 CHRG-CHARGER-ID       PIC X(10).
          02 CHRG-VEH-ID           PIC X(06).
          02 CHRG-DATE             PIC 9(08).
          02 CHRG-START-TIME       PIC 9(04).
          02 CHRG-KWH              PIC 9(04)V9.
          02 CHRG-COST             PIC 9(05)V99.
          02 CHRG-NETWORK          PIC X(01).
             88 CHRG-DEPOT-CHARGER        VALUE "D".
             88 CHRG-PUBLIC-NETWORK       VALUE "P".
