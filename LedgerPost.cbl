       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VEHLPOST.
      * Nightly posting run for the per-vehicle lifetime cost
      * ledger: tonight's work-order completions add to
      * maintenance cost, less whatever the insurer has paid back
      * on claimed repairs per CLAIMREG's recovery feed, the fuel
      * card feed adds gallons, the charging-session feed adds an
      * electric unit's kWh and charging spend, drivers' released
      * expense claims from EXPCLAIM add the tolls and parking
      * they paid for the unit, and the day's delta extract adds
      * metered miles priced at the vehicle's rate product the way
      * COSTRPT prices them - one ledger record per vehicle
      * accumulates everything the truck has cost us, including the
      * month's depreciation charge from DEPRRUN, posted once per
      * period however often the run repeats.  Activity dated into
      * a fiscal period finance has closed - by close date, fill,
      * charge or release date or depreciation period, the day's
      * miles by today - is refused and counted rather than posted,
      * and the run ends RC-ERROR so the stream stops on it.  Start
      * and end go to RUNLOG for the close checklist.  Each source
      * file is entered on the shared POSTCTL register for the run
      * date and checkpointed record by record: a rerun skips a
      * source already posted tonight, and a rerun after an abend
      * resumes each source after the last record it posted rather
      * than adding the same costs to the ledger twice.  With
      * VEHFACT-ACTIVE set to 1 on SHOPPARM the day's miles and rate
      * products come from the VEHFACT daily fact file instead of
      * the extract and a keyed master read each, checkpointed
      * under the same MLGDLTX source - one record per vehicle with
      * a delta, so positions match the extract's.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-FILE ASSIGN TO "WOCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMPLETION-STATUS.
           SELECT CLAIM-RECOVERY-FILE ASSIGN TO "CLMRCVRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLAIM-RECOVERY-STATUS.
           SELECT FUEL-TRANS-FILE ASSIGN TO "VEHFUEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUEL-TRANS-STATUS.
           SELECT CHARGE-SESSION-FILE ASSIGN TO "CHRGSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-SESSION-STATUS.
           SELECT VEHICLE-EXPENSE-FILE ASSIGN TO "EXPVEH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-EXPENSE-STATUS.
           SELECT DELTA-EXTRACT-FILE ASSIGN TO "MLGDLTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DELTA-EXTRACT-STATUS.
           SELECT PERIOD-DEPR-FILE ASSIGN TO "DEPRPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-DEPR-STATUS.
           SELECT VEHICLE-MASTER-FILE ASSIGN TO "VEHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATEM-PRODUCT-CODE
               FILE STATUS IS RATE-MASTER-STATUS.
           SELECT VEHICLE-FACT-FILE ASSIGN TO "VEHFACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VEHICLE-FACT-STATUS.
           SELECT SHOP-PARM-FILE ASSIGN TO "SHOPPARM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPRM-PARM-KEY
               FILE STATUS IS SHOP-PARM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02 WOC-COST                 PIC 9(07)V99.
           02 WOC-VENDOR-CODE          PIC X(06).

       FD  CLAIM-RECOVERY-FILE.
           COPY CLMRCVRY.

       FD  FUEL-TRANS-FILE.
       01  FUEL-TRANS-REC.
           02 FUEL-VEH-ID             PIC X(06).
           02 FUEL-CARD-NO            PIC X(10).
           02 FUEL-UNIT-PRICE         PIC 9(03)V99.

       FD  CHARGE-SESSION-FILE.
           COPY CHRGSESS.

       FD  VEHICLE-EXPENSE-FILE.
           COPY EXPVEH.

       FD  DELTA-EXTRACT-FILE.
       01  DELTA-EXTRACT-REC.
           02 DLTX-VEH-ID             PIC X(06).
           02 DLTX-DELTA              PIC S9(06).

       FD  PERIOD-DEPR-FILE.
       01  PERIOD-DEPR-REC.
           02 DPER-VEH-ID              PIC X(06).
           02 DPER-PERIOD              PIC 9(06).
           02 DPER-DEPOT               PIC X(03).
           02 DPER-CLASS               PIC X(02).
           02 DPER-MONTH-AMOUNT        PIC 9(07)V99.
           02 DPER-BOOK-VALUE          PIC 9(07)V99.

       FD  VEHICLE-MASTER-FILE.
           COPY VEHMAST.

       FD  RATE-MASTER-FILE.
           COPY RATEREC.

       FD  VEHICLE-FACT-FILE.
           COPY VEHFACT.

       FD  SHOP-PARM-FILE.
           COPY SHOPPARM.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.
           COPY RETCODES.
           COPY FISCPERP.
           COPY POSTCTLP.
           COPY BUSDAYP.
        01 VEHICLE-LEDGER-STATUS      PIC XX VALUE "00".
        01 COMPLETION-STATUS          PIC XX VALUE "00".
        01 CLAIM-RECOVERY-STATUS      PIC XX VALUE "00".
        01 FUEL-TRANS-STATUS          PIC XX VALUE "00".
        01 CHARGE-SESSION-STATUS      PIC XX VALUE "00".
        01 VEHICLE-EXPENSE-STATUS     PIC XX VALUE "00".
        01 DELTA-EXTRACT-STATUS       PIC XX VALUE "00".
        01 VEHICLE-MASTER-STATUS      PIC XX VALUE "00".
        01 RATE-MASTER-STATUS         PIC XX VALUE "00".
        01 PERIOD-DEPR-STATUS         PIC XX VALUE "00".
        01 VEHICLE-FACT-STATUS        PIC XX VALUE "00".
        01 SHOP-PARM-STATUS           PIC XX VALUE "00".
        01 FACT-FILE-SWITCH           PIC X VALUE "N".
           88 FACT-FILE-ACTIVE             VALUE "Y".
        01 END-OF-FILE-SWITCH         PIC X VALUE "N".
           88 END-OF-FILE                  VALUE "Y".
        01 LEDGER-FOUND-SWITCH        PIC X VALUE "N".
        01 PRODUCT-FOUND-SWITCH       PIC X VALUE "N".
           88 PRODUCT-FOUND                VALUE "Y".
        01 POSTING-VEH-ID             PIC X(06).
        01 POSTING-DELTA              PIC S9(06).
        01 POSTING-RATE-PRODUCT       PIC X(05).
        01 MAINT-POSTED               PIC 9(05) VALUE ZERO.
        01 RECOVERY-POSTED            PIC 9(05) VALUE ZERO.
        01 FUEL-POSTED                PIC 9(05) VALUE ZERO.
        01 ENERGY-POSTED              PIC 9(05) VALUE ZERO.
        01 EXPENSE-POSTED             PIC 9(05) VALUE ZERO.
        01 MILES-POSTED               PIC 9(05) VALUE ZERO.
        01 MILES-NOT-PRICED           PIC 9(05) VALUE ZERO.
        01 DEPR-POSTED                PIC 9(05) VALUE ZERO.
        01 DEPR-ALREADY-POSTED        PIC 9(05) VALUE ZERO.
        01 DELTA-COST                 PIC S9(09)V99.
        01 FUEL-LINE-SPEND            PIC 9(07)V99.
        01 TODAY-DATE                 PIC 9(08).
        01 BATCH-DATE                 PIC 9(08).
        01 TODAY-PERIOD-SWITCH        PIC X VALUE "N".
           88 TODAY-PERIOD-CLOSED          VALUE "Y".
        01 CLOSED-PERIOD-REFUSED      PIC 9(05) VALUE ZERO.
        01 SOURCE-CLEARED-SWITCH      PIC X VALUE "N".
           88 SOURCE-CLEARED               VALUE "Y".
        01 CONTROL-FAILED-SWITCH      PIC X VALUE "N".
           88 CONTROL-FAILED               VALUE "Y".
        01 SOURCE-RECORDS-READ        PIC 9(09) VALUE ZERO.
        01 RESTART-SKIP-COUNT         PIC 9(09) VALUE ZERO.
        01 RESTART-SKIPPED            PIC 9(07) VALUE ZERO.
        01 SOURCES-ALREADY-POSTED     PIC 9(02) VALUE ZERO.
        01 RUN-LOG-STATUS             PIC XX VALUE "00".
        01 LOG-EVENT-CODE             PIC X.
        01 FINAL-RETURN-CODE          PIC 9(02) VALUE ZERO.
        01 LOG-RECORDS-IN             PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-OUT            PIC 9(09) VALUE ZERO.
        01 LOG-RECORDS-REJ            PIC 9(09) VALUE ZERO.
        01 LOG-DATE-WORK              PIC 9(08).
        01 LOG-TIME-WORK              PIC 9(08).

       PROCEDURE DIVISION.
       Begin.
         DISPLAY "VEHLPOST: COST LEDGER POSTING STARTING".
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
         MOVE "B" TO BD-FUNCTION.
         CALL "BUSDAY" USING BUSDAY-PARMS.
         MOVE BD-RESULT-DATE TO BATCH-DATE.
         MOVE "S" TO LOG-EVENT-CODE.
         PERFORM WRITE-RUN-LOG.
         PERFORM READ-SHOP-PARMS.
         MOVE "D" TO FP-FUNCTION.
         MOVE TODAY-DATE TO FP-DATE.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         IF FP-PERIOD-CLOSED
             MOVE "Y" TO TODAY-PERIOD-SWITCH
         END-IF.
         OPEN I-O VEHICLE-LEDGER-FILE.
         IF VEHICLE-LEDGER-STATUS = "35"
      * First-ever run - no ledger yet, so create an empty one
             OPEN I-O VEHICLE-LEDGER-FILE
         END-IF.
         PERFORM POST-MAINTENANCE-COSTS.
         PERFORM POST-CLAIM-RECOVERIES.
         PERFORM POST-FUEL-GALLONS.
         PERFORM POST-CHARGING-ENERGY.
         PERFORM POST-VEHICLE-EXPENSES.
         IF FACT-FILE-ACTIVE
             PERFORM POST-FACT-MILES
         ELSE
             PERFORM POST-PRICED-MILES
         END-IF.
         PERFORM POST-DEPRECIATION.
         CLOSE VEHICLE-LEDGER-FILE.
         DISPLAY "MAINTENANCE POSTINGS: " MAINT-POSTED.
         DISPLAY "INSURANCE RECOVERY POSTINGS: " RECOVERY-POSTED.
         DISPLAY "FUEL POSTINGS: " FUEL-POSTED.
         DISPLAY "CHARGING POSTINGS: " ENERGY-POSTED.
         DISPLAY "EXPENSE CLAIM POSTINGS: " EXPENSE-POSTED.
         DISPLAY "MILEAGE POSTINGS: " MILES-POSTED.
         DISPLAY "MILES NOT PRICED: " MILES-NOT-PRICED.
         DISPLAY "DEPRECIATION POSTINGS: " DEPR-POSTED.
         DISPLAY "DEPRECIATION ALREADY POSTED: " DEPR-ALREADY-POSTED.
         DISPLAY "REFUSED - CLOSED PERIOD: " CLOSED-PERIOD-REFUSED.
         DISPLAY "SKIPPED ON RESTART - POSTED BEFORE: "
                 RESTART-SKIPPED.
         DISPLAY "SOURCES ALREADY POSTED TODAY: "
                 SOURCES-ALREADY-POSTED.
         IF CONTROL-FAILED
             MOVE RC-SEVERE TO FINAL-RETURN-CODE
         ELSE
         IF CLOSED-PERIOD-REFUSED > 0
             MOVE RC-ERROR TO FINAL-RETURN-CODE
         ELSE
             IF MILES-NOT-PRICED > 0 OR SOURCES-ALREADY-POSTED > 0
                 MOVE RC-WARNING TO FINAL-RETURN-CODE
             ELSE
                 MOVE RC-NORMAL TO FINAL-RETURN-CODE
             END-IF
         END-IF
         END-IF.
         MOVE "E" TO LOG-EVENT-CODE.
         COMPUTE LOG-RECORDS-OUT = MAINT-POSTED + RECOVERY-POSTED
                                 + FUEL-POSTED
                                 + ENERGY-POSTED
                                 + EXPENSE-POSTED
                                 + MILES-POSTED + DEPR-POSTED.
         COMPUTE LOG-RECORDS-IN = LOG-RECORDS-OUT
                                + DEPR-ALREADY-POSTED
                                + CLOSED-PERIOD-REFUSED
                                + RESTART-SKIPPED.
         MOVE CLOSED-PERIOD-REFUSED TO LOG-RECORDS-REJ.
         PERFORM WRITE-RUN-LOG.
         STOP RUN RETURNING FINAL-RETURN-CODE.

       WRITE-RUN-LOG.
      * One standard run-log record per start and end of run, for
      * the morning batch summary and the period close checklist.
         OPEN EXTEND RUN-LOG-FILE.
         IF RUN-LOG-STATUS = "35"
             OPEN OUTPUT RUN-LOG-FILE
         END-IF.
         MOVE "VEHLPOST" TO RLOG-PROGRAM.
         MOVE LOG-EVENT-CODE TO RLOG-EVENT.
         ACCEPT LOG-DATE-WORK FROM DATE YYYYMMDD.
         MOVE LOG-DATE-WORK TO RLOG-RUN-DATE.
         ACCEPT LOG-TIME-WORK FROM TIME.
         MOVE LOG-TIME-WORK (1:6) TO RLOG-RUN-TIME.
         MOVE LOG-RECORDS-IN TO RLOG-RECORDS-IN.
         MOVE LOG-RECORDS-OUT TO RLOG-RECORDS-OUT.
         MOVE LOG-RECORDS-REJ TO RLOG-RECORDS-REJECTED.
         MOVE FINAL-RETURN-CODE TO RLOG-RETURN-CODE.
         WRITE RUN-LOG-REC.
         CLOSE RUN-LOG-FILE.

       READ-SHOP-PARMS.
      * VEHFACT-ACTIVE switches the miles onto the daily fact file;
      * absent or zero, they come off the extract as ever.  Leave it
      * alone between an abended run and its restart.
         OPEN INPUT SHOP-PARM-FILE.
         IF SHOP-PARM-STATUS = "00"
             MOVE "VEHFACT-ACTIVE  " TO SPRM-PARM-KEY
             READ SHOP-PARM-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                     IF SPRM-PARM-VALUE = 1
                         MOVE "Y" TO FACT-FILE-SWITCH
                     END-IF
             END-READ
             CLOSE SHOP-PARM-FILE
         END-IF.

       CHECK-ACTIVITY-DATE.
      * FP-DATE holds the activity's date; a closed period counts
      * the item as refused.
         MOVE "D" TO FP-FUNCTION.
         CALL "FISCPER" USING FISCAL-PERIOD-PARMS.
         IF FP-PERIOD-CLOSED
             ADD 1 TO CLOSED-PERIOD-REFUSED
         END-IF.

       BEGIN-SOURCE-CONTROL.
      * PC-SOURCE holds the source DDNAME and the entry is kept
      * under the batch date, so a night restarted after midnight
      * still finds its own entry.  A source already posted
      * tonight is left alone; one an abended run had started picks
      * up after the last record that run checkpointed.
         MOVE "B" TO PC-FUNCTION.
         MOVE "VEHLPOST" TO PC-PROGRAM.
         MOVE BATCH-DATE TO PC-PERIOD.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         MOVE ZERO TO SOURCE-RECORDS-READ.
         MOVE ZERO TO RESTART-SKIP-COUNT.
         MOVE "N" TO SOURCE-CLEARED-SWITCH.
         IF PC-CONTROL-FAILED
             DISPLAY "VEHLPOST: NO POSTING CONTROL FOR " PC-SOURCE
                     " - NOT POSTED"
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         ELSE
         IF PC-ALREADY-POSTED
             DISPLAY "VEHLPOST: " PC-SOURCE " FOR " BATCH-DATE
                     " ALREADY POSTED - SKIPPED"
             ADD 1 TO SOURCES-ALREADY-POSTED
         ELSE
             IF PC-RESTART
                 MOVE PC-RECORDS-DONE TO RESTART-SKIP-COUNT
                 DISPLAY "VEHLPOST: RESTARTING " PC-SOURCE
                         " AFTER RECORD " RESTART-SKIP-COUNT
             END-IF
             MOVE "Y" TO SOURCE-CLEARED-SWITCH
         END-IF
         END-IF.

       CHECKPOINT-SOURCE.
      * Every record is checkpointed as soon as its ledger update is
      * stored - the ledger is updated in place, so a restart must
      * know exactly which records are already on it.
         MOVE "K" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.

       END-SOURCE-CONTROL.
         MOVE "E" TO PC-FUNCTION.
         MOVE SOURCE-RECORDS-READ TO PC-RECORDS-DONE.
         CALL "POSTCTL" USING POSTING-CONTROL-PARMS.
         IF PC-CONTROL-FAILED
             MOVE "Y" TO CONTROL-FAILED-SWITCH
         END-IF.

       FETCH-LEDGER-RECORD.
                 MOVE ZERO TO VLGR-FUEL-COST
                 MOVE ZERO TO VLGR-MILES-COST
                 MOVE ZERO TO VLGR-LIFETIME-MILES
                 MOVE ZERO TO VLGR-DEPR-COST
                 MOVE ZERO TO VLGR-DEPR-PERIOD
                 MOVE ZERO TO VLGR-ENERGY-KWH
                 MOVE ZERO TO VLGR-ENERGY-COST
                 MOVE ZERO TO VLGR-CLAIM-RECOVERY
                 MOVE ZERO TO VLGR-EXPENSE-COST
             NOT INVALID KEY
                 MOVE "Y" TO LEDGER-FOUND-SWITCH
      * A ledger record from before depreciation was carried starts
      * its depreciation at zero.
                 IF VLGR-DEPR-COST NOT NUMERIC
                     MOVE ZERO TO VLGR-DEPR-COST
                     MOVE ZERO TO VLGR-DEPR-PERIOD
                 END-IF
      * Likewise one from before charging energy was carried.
                 IF VLGR-ENERGY-COST NOT NUMERIC
                     MOVE ZERO TO VLGR-ENERGY-KWH
                     MOVE ZERO TO VLGR-ENERGY-COST
                 END-IF
      * And one from before insurance recoveries were netted.
                 IF VLGR-CLAIM-RECOVERY NOT NUMERIC
                     MOVE ZERO TO VLGR-CLAIM-RECOVERY
                 END-IF
      * And one from before claimed expenses were posted.
                 IF VLGR-EXPENSE-COST NOT NUMERIC
                     MOVE ZERO TO VLGR-EXPENSE-COST
                 END-IF
         END-READ.

       STORE-LEDGER-RECORD.
         IF COMPLETION-STATUS NOT = "00"
             DISPLAY "NO COMPLETIONS TO POST"
         ELSE
             MOVE "WOCOMP  " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF COMPLETION-STATUS = "00" AND SOURCE-CLEARED
             READ COMPLETION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-COMPLETION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ COMPLETION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE COMPLETION-FILE.

       POST-ONE-COMPLETION.
         MOVE WOC-CLOSE-DATE TO FP-DATE.
         PERFORM CHECK-ACTIVITY-DATE.
         IF NOT FP-PERIOD-CLOSED
             MOVE WOC-VEH-ID TO POSTING-VEH-ID
             PERFORM FETCH-LEDGER-RECORD
             ADD WOC-COST TO VLGR-MAINT-COST
             PERFORM STORE-LEDGER-RECORD
             ADD 1 TO MAINT-POSTED
         END-IF.

       POST-CLAIM-RECOVERIES.
         OPEN INPUT CLAIM-RECOVERY-FILE.
         IF CLAIM-RECOVERY-STATUS NOT = "00"
             DISPLAY "NO INSURANCE RECOVERIES TO POST"
         ELSE
             MOVE "CLMRCVRY" TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF CLAIM-RECOVERY-STATUS = "00" AND SOURCE-CLEARED
             READ CLAIM-RECOVERY-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-RECOVERY
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ CLAIM-RECOVERY-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE CLAIM-RECOVERY-FILE.

       POST-ONE-RECOVERY.
      * The recovery comes off the maintenance cost the repair
      * posted, so running cost per mile shows what the unit
      * really cost us; maintenance never goes below nothing.
         MOVE CRCV-DATE TO FP-DATE.
         PERFORM CHECK-ACTIVITY-DATE.
         IF NOT FP-PERIOD-CLOSED
             MOVE CRCV-VEH-ID TO POSTING-VEH-ID
             PERFORM FETCH-LEDGER-RECORD
             IF CRCV-AMOUNT > VLGR-MAINT-COST
                 MOVE ZERO TO VLGR-MAINT-COST
             ELSE
                 SUBTRACT CRCV-AMOUNT FROM VLGR-MAINT-COST
             END-IF
             ADD CRCV-AMOUNT TO VLGR-CLAIM-RECOVERY
             PERFORM STORE-LEDGER-RECORD
             ADD 1 TO RECOVERY-POSTED
         END-IF.

       POST-FUEL-GALLONS.
         OPEN INPUT FUEL-TRANS-FILE.
         IF FUEL-TRANS-STATUS NOT = "00"
             DISPLAY "NO FUEL TRANSACTIONS TO POST"
         ELSE
             MOVE "VEHFUEL " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF FUEL-TRANS-STATUS = "00" AND SOURCE-CLEARED
             READ FUEL-TRANS-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-FUEL-LINE
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ FUEL-TRANS-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE FUEL-TRANS-FILE.

       POST-ONE-FUEL-LINE.
         MOVE FUEL-DATE TO FP-DATE.
         PERFORM CHECK-ACTIVITY-DATE.
         IF NOT FP-PERIOD-CLOSED
             MOVE FUEL-VEH-ID TO POSTING-VEH-ID
             PERFORM FETCH-LEDGER-RECORD
             ADD FUEL-GALLONS TO VLGR-FUEL-GALLONS
             COMPUTE FUEL-LINE-SPEND ROUNDED =
                     FUEL-GALLONS * FUEL-UNIT-PRICE
             ADD FUEL-LINE-SPEND TO VLGR-FUEL-COST
             PERFORM STORE-LEDGER-RECORD
             ADD 1 TO FUEL-POSTED
         END-IF.

       POST-CHARGING-ENERGY.
         OPEN INPUT CHARGE-SESSION-FILE.
         IF CHARGE-SESSION-STATUS NOT = "00"
             DISPLAY "NO CHARGING SESSIONS TO POST"
         ELSE
             MOVE "CHRGSESS" TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF CHARGE-SESSION-STATUS = "00" AND SOURCE-CLEARED
             READ CHARGE-SESSION-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-CHARGE-SESSION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ CHARGE-SESSION-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE CHARGE-SESSION-FILE.

       POST-ONE-CHARGE-SESSION.
         MOVE CHRG-DATE TO FP-DATE.
         PERFORM CHECK-ACTIVITY-DATE.
         IF NOT FP-PERIOD-CLOSED
             MOVE CHRG-VEH-ID TO POSTING-VEH-ID
             PERFORM FETCH-LEDGER-RECORD
             ADD CHRG-KWH  TO VLGR-ENERGY-KWH
             ADD CHRG-COST TO VLGR-ENERGY-COST
             PERFORM STORE-LEDGER-RECORD
             ADD 1 TO ENERGY-POSTED
         END-IF.

       POST-VEHICLE-EXPENSES.
         OPEN INPUT VEHICLE-EXPENSE-FILE.
         IF VEHICLE-EXPENSE-STATUS NOT = "00"
             DISPLAY "NO VEHICLE EXPENSE CLAIMS TO POST"
         ELSE
             MOVE "EXPVEH  " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF VEHICLE-EXPENSE-STATUS = "00" AND SOURCE-CLEARED
             READ VEHICLE-EXPENSE-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-VEHICLE-EXPENSE
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ VEHICLE-EXPENSE-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE VEHICLE-EXPENSE-FILE.

       POST-ONE-VEHICLE-EXPENSE.
         MOVE EXPV-POST-DATE TO FP-DATE.
         PERFORM CHECK-ACTIVITY-DATE.
         IF NOT FP-PERIOD-CLOSED
             MOVE EXPV-VEH-ID TO POSTING-VEH-ID
             PERFORM FETCH-LEDGER-RECORD
             ADD EXPV-AMOUNT TO VLGR-EXPENSE-COST
             PERFORM STORE-LEDGER-RECORD
             ADD 1 TO EXPENSE-POSTED
         END-IF.

       POST-PRICED-MILES.
         OPEN INPUT DELTA-EXTRACT-FILE.
         IF DELTA-EXTRACT-STATUS NOT = "00"
             DISPLAY "NO DELTA EXTRACT TO POST"
         ELSE
             MOVE "MLGDLTX " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF DELTA-EXTRACT-STATUS = "00" AND SOURCE-CLEARED
             OPEN INPUT VEHICLE-MASTER-FILE
             OPEN INPUT RATE-MASTER-FILE
             READ DELTA-EXTRACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM LOOK-UP-DELTA-VEHICLE
                     PERFORM POST-ONE-DELTA
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ DELTA-EXTRACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
             CLOSE VEHICLE-MASTER-FILE RATE-MASTER-FILE
         END-IF.
         CLOSE DELTA-EXTRACT-FILE.

       POST-FACT-MILES.
      * The same posting from the daily fact file.  Only vehicles
      * with a delta tonight are counted toward the checkpoint, so
      * the register's position means the same on either path.
         OPEN INPUT VEHICLE-FACT-FILE.
         IF VEHICLE-FACT-STATUS NOT = "00"
             DISPLAY "NO VEHICLE FACT FILE TO POST"
         ELSE
             MOVE "MLGDLTX " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF VEHICLE-FACT-STATUS = "00" AND SOURCE-CLEARED
             OPEN INPUT RATE-MASTER-FILE
             READ VEHICLE-FACT-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 IF VFCT-HAS-DELTA
                     ADD 1 TO SOURCE-RECORDS-READ
                     IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                         MOVE VFCT-VEH-ID TO POSTING-VEH-ID
                         MOVE VFCT-DELTA TO POSTING-DELTA
                         MOVE VFCT-RATE-PRODUCT
                             TO POSTING-RATE-PRODUCT
                         MOVE VFCT-MASTER-SWITCH
                             TO VEHICLE-FOUND-SWITCH
                         PERFORM POST-ONE-DELTA
                         PERFORM CHECKPOINT-SOURCE
                     ELSE
                         ADD 1 TO RESTART-SKIPPED
                     END-IF
                 END-IF
                 READ VEHICLE-FACT-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
             CLOSE RATE-MASTER-FILE
         END-IF.
         IF VEHICLE-FACT-STATUS NOT = "35"
             CLOSE VEHICLE-FACT-FILE
         END-IF.

       POST-ONE-DELTA.
      * The delta extract carries no date of its own - the day's
      * miles belong to today's period.
         IF TODAY-PERIOD-CLOSED
             ADD 1 TO CLOSED-PERIOD-REFUSED
         ELSE
             PERFORM POST-ONE-OPEN-DELTA
         END-IF.

       LOOK-UP-DELTA-VEHICLE.
         MOVE DLTX-VEH-ID TO VEH-ID.
         READ VEHICLE-MASTER-FILE
             INVALID KEY MOVE "N" TO VEHICLE-FOUND-SWITCH
             NOT INVALID KEY MOVE "Y" TO VEHICLE-FOUND-SWITCH
         END-READ.
         MOVE DLTX-VEH-ID TO POSTING-VEH-ID.
         MOVE DLTX-DELTA TO POSTING-DELTA.
         IF VEHICLE-FOUND
             MOVE VEH-RATE-PRODUCT TO POSTING-RATE-PRODUCT
         END-IF.

       POST-ONE-OPEN-DELTA.
         PERFORM FIND-VEHICLE-RATE.
         PERFORM FETCH-LEDGER-RECORD.
         ADD POSTING-DELTA TO VLGR-LIFETIME-MILES.
         IF VEHICLE-FOUND AND PRODUCT-FOUND
             COMPUTE DELTA-COST ROUNDED =
                     POSTING-DELTA * RATEM-BASE
             ADD DELTA-COST TO VLGR-MILES-COST
         ELSE
             ADD 1 TO MILES-NOT-PRICED
      * Keyed read against the rate master, the same direct lookup
      * COSTRPT does when it prices the same extract.
         MOVE "N" TO PRODUCT-FOUND-SWITCH.
         IF NOT VEHICLE-FOUND OR POSTING-RATE-PRODUCT = SPACES
             CONTINUE
         ELSE
             MOVE POSTING-RATE-PRODUCT TO RATEM-PRODUCT-CODE
             READ RATE-MASTER-FILE
                 INVALID KEY
                     MOVE "N" TO PRODUCT-FOUND-SWITCH
                     MOVE "Y" TO PRODUCT-FOUND-SWITCH
             END-READ
         END-IF.

       POST-DEPRECIATION.
         OPEN INPUT PERIOD-DEPR-FILE.
         IF PERIOD-DEPR-STATUS NOT = "00"
             DISPLAY "NO DEPRECIATION TO POST"
         ELSE
             MOVE "DEPRPER " TO PC-SOURCE
             PERFORM BEGIN-SOURCE-CONTROL
         END-IF.
         IF PERIOD-DEPR-STATUS = "00" AND SOURCE-CLEARED
             READ PERIOD-DEPR-FILE
                 AT END MOVE "Y" TO END-OF-FILE-SWITCH
             END-READ
             PERFORM UNTIL END-OF-FILE
                 ADD 1 TO SOURCE-RECORDS-READ
                 IF SOURCE-RECORDS-READ > RESTART-SKIP-COUNT
                     PERFORM POST-ONE-DEPRECIATION
                     PERFORM CHECKPOINT-SOURCE
                 ELSE
                     ADD 1 TO RESTART-SKIPPED
                 END-IF
                 READ PERIOD-DEPR-FILE
                     AT END MOVE "Y" TO END-OF-FILE-SWITCH
                 END-READ
             END-PERFORM
             MOVE "N" TO END-OF-FILE-SWITCH
             PERFORM END-SOURCE-CONTROL
         END-IF.
         CLOSE PERIOD-DEPR-FILE.

       POST-ONE-DEPRECIATION.
         MOVE DPER-VEH-ID TO POSTING-VEH-ID.
         PERFORM FETCH-LEDGER-RECORD.
      * The period file stays in place all month; a period already
      * on the ledger is not charged again, and a new one is only
      * charged while finance still has its period open.
         IF DPER-PERIOD > VLGR-DEPR-PERIOD
             MOVE "S" TO FP-FUNCTION
             MOVE DPER-PERIOD TO FP-YEAR-PERIOD
             CALL "FISCPER" USING FISCAL-PERIOD-PARMS
             IF FP-PERIOD-CLOSED
                 ADD 1 TO CLOSED-PERIOD-REFUSED
             ELSE
                 ADD DPER-MONTH-AMOUNT TO VLGR-DEPR-COST
                 MOVE DPER-PERIOD TO VLGR-DEPR-PERIOD
                 PERFORM STORE-LEDGER-RECORD
                 ADD 1 TO DEPR-POSTED
             END-IF
         ELSE
             ADD 1 TO DEPR-ALREADY-POSTED
         END-IF.
