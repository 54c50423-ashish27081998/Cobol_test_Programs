      * Shared departmental recharge extract record: one per
      * department per cost type the monthly recharge run moves out
      * of central fleet overhead, stamped with the fiscal period
      * recharged.  GLEXTRCT posts each as a cross-charge - the
      * department's mapped account against the fleet overhead
      * recovery clearing account; a negative amount (a ledger
      * correction) credits the department back.
       01 RECHARGE-GL-REC.
          02 RCGX-DEPT             PIC X(04).
          02 RCGX-COST-TYPE        PIC X(04).
             88 RCGX-MAINTENANCE       VALUE "MANT".
             88 RCGX-FUEL              VALUE "FUEL".
             88 RCGX-DEPRECIATION      VALUE "DEPR".
          02 RCGX-PERIOD           PIC 9(06).
          02 RCGX-AMOUNT           PIC S9(09)V99.
