       PROGRAM-ID.  VEHLSTMT.
      * Cost-of-ownership statement over the per-vehicle lifetime
      * ledger: for each vehicle requested it shows accumulated
      * maintenance net of insurance recoveries, fuel or charging
      * energy, drivers' claimed expenses for the unit, and
      * priced-mile cost against the acquisition cost
      * on VEHICLE-MASTER, with a cost per metered mile -
      * request-card driven the way RATESTMT statements the rate
      * history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                "  FUEL SPEND " VLGR-FUEL-COST
             DELIMITED BY SIZE INTO STATEMENT-OUT-REC.
         WRITE STATEMENT-OUT-REC.
      * A ledger record from before charging energy was carried
      * has none.
         IF VLGR-ENERGY-COST NOT NUMERIC
             MOVE ZERO TO VLGR-ENERGY-KWH
             MOVE ZERO TO VLGR-ENERGY-COST
         END-IF.
         IF VLGR-ENERGY-KWH > ZERO OR VLGR-ENERGY-COST > ZERO
             MOVE SPACES TO STATEMENT-OUT-REC
             STRING "  CHARGING KWH " VLGR-ENERGY-KWH
                    "  CHARGING SPEND " VLGR-ENERGY-COST
                 DELIMITED BY SIZE INTO STATEMENT-OUT-REC
             WRITE STATEMENT-OUT-REC
         END-IF.
      * Maintenance is already net of insurance recoveries; the
      * amount netted is shown so the figure can be explained.
         IF VLGR-CLAIM-RECOVERY NOT NUMERIC
             MOVE ZERO TO VLGR-CLAIM-RECOVERY
         END-IF.
         IF VLGR-CLAIM-RECOVERY > ZERO
             MOVE SPACES TO STATEMENT-OUT-REC
             STRING "  MAINTENANCE IS NET OF INSURANCE RECOVERED "
                    VLGR-CLAIM-RECOVERY
                 DELIMITED BY SIZE INTO STATEMENT-OUT-REC
             WRITE STATEMENT-OUT-REC
         END-IF.
      * Likewise one from before claimed expenses were posted.
         IF VLGR-EXPENSE-COST NOT NUMERIC
             MOVE ZERO TO VLGR-EXPENSE-COST
         END-IF.
         IF VLGR-EXPENSE-COST > ZERO
             MOVE SPACES TO STATEMENT-OUT-REC
             STRING "  DRIVER EXPENSE CLAIMS " VLGR-EXPENSE-COST
                 DELIMITED BY SIZE INTO STATEMENT-OUT-REC
             WRITE STATEMENT-OUT-REC
         END-IF.
         COMPUTE TOTAL-RUNNING-COST =
                 VLGR-MAINT-COST + VLGR-FUEL-COST
                 + VLGR-ENERGY-COST + VLGR-MILES-COST
                 + VLGR-EXPENSE-COST.
         MOVE SPACES TO STATEMENT-OUT-REC.
         STRING "  PRICED MILES COST " VLGR-MILES-COST
                "  LIFETIME MILES " VLGR-LIFETIME-MILES
